000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTDST
000170* PURPOSE - SUBSCRIBER DISTRIBUTION OF THE NIGHTLY FEED. INTFOUT
000180*    AND DELTAOUT ARE BUILT FOR COSTING; ESTIMATING, THE SHOP-
000190*    FLOOR KIOSKS AND ANY OTHER CONSUMER ARE SUBSCRIBERS ON THE
000200*    SUBSCRIPTION FILE (SUBSCRIB, MTSUBREC) INSTEAD OF BEING
000210*    HANDED A COPY OF COSTING'S FEED TO FILTER FOR THEMSELVES.
000220*    ONE RUN CUTS ONE SUBSCRIBER'S GENERATION - THE SUBSCRIBER
000230*    IS NAMED ON THE DSTPARMS CARD, AND THE JCL HAS ONE STEP PER
000240*    SUBSCRIBER WITH ITS OWN GDG ON SUBFEED:
000250*      - ITS FEED TYPE PICKS THE SOURCE - TONIGHT'S INTFOUT
000260*        (FULL) OR DELTAOUT (DELTA) GENERATION
000270*      - ONLY THE DETAIL RECORDS OF ITS RANGES ARE COPIED (ALL
000280*        OF THEM FOR A *ALL SUBSCRIBER), IN ITS RECORD FORMAT -
000290*        THE STANDARD LAYOUT AS-IS, OR COMMA-DELIMITED TEXT
000300*      - THE GENERATION ENDS WITH ITS OWN COUNT TRAILER, WHICH
000310*        ALSO NAMES THE SUBSCRIBER AND FEED TYPE SO MULTACK CAN
000320*        BALANCE THE SUBSCRIBER'S ACKNOWLEDGMENT AGAINST IT
000330*    WHAT WENT TO WHOM IS APPENDED TO THE DISTRIBUTION LOG
000340*    (DSTLOG, MTDSTREC) - ONE LINE PER RANGE AND ONE FOR THE
000350*    GENERATION - AND LISTED ON DSTRPT. THE SAME RULE AS THE
000360*    SOURCE FEEDS HOLDS: A GENERATION WITHOUT ITS TRAILER MUST
000370*    NOT BE TRANSMITTED. THE TRAILER IS WITHHELD WHEN THE
000380*    SOURCE FEED HAS NO GOOD TRAILER (A FAILED RUN), THE
000390*    SUBSCRIBER HAS NO USABLE SUBSCRIPTION, OR A FILE FAILS.
000400*
000410* MODIFICATION HISTORY
000420*    10/15/2026  JK  ORIGINAL VERSION.
000430*    10/15/2026  JK  DSTPARMS AND SUBSCRIB OPENS ARE CHECKED - A
000440*                    FAILED OPEN WITHHOLDS THE GENERATION (RC 4).
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    MULTDST.
000480 AUTHOR.        JOSH KREPS.
000490 INSTALLATION.  SHOP FLOOR SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PARM-FILE ASSIGN TO "DSTPARMS"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARM-FILE-STATUS.
000610     SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SUBS-FILE-STATUS.
000640     SELECT FULL-FEED-FILE ASSIGN TO "INTFOUT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FULL-FILE-STATUS.
000670     SELECT DELTA-FEED-FILE ASSIGN TO "DELTAOUT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-DELTA-FILE-STATUS.
000700     SELECT SUBSCRIBER-FEED-FILE ASSIGN TO "SUBFEED"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SUBF-FILE-STATUS.
000730     SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DSTLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-DLOG-FILE-STATUS.
000760     SELECT DIST-REPORT-FILE ASSIGN TO "DSTRPT"
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*****************************************************************
000820*    DSTPARMS - ONE CARD, COLS 1-8 THE SUBSCRIBER-ID THIS STEP
000830*    CUTS A GENERATION FOR.
000840*****************************************************************
000850 FD  PARM-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  PARM-RECORD.
000900     05  DP-SUBSCRIBER-ID       PIC X(08).
000910     05  FILLER                 PIC X(72).
000920
000930 FD  SUBSCRIPTION-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970     COPY MTSUBREC.
000980
000990*****************************************************************
001000*    THE TWO SOURCE FEEDS - SAME LAYOUTS MULT-TABLE WRITES
001010*    (5130-WRITE-EXTRACT-CELL, THE DELTA PARAGRAPHS AND THE
001020*    9500/9600 TRAILERS). KEEP IN STEP WITH THAT PROGRAM.
001030*****************************************************************
001040 FD  FULL-FEED-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  INTERFACE-RECORD.
001090     05  XT-RECORD-TYPE          PIC X(01).
001100         88  XT-DETAIL-RECORD        VALUE 'D'.
001110         88  XT-TRAILER-RECORD       VALUE 'T'.
001120     05  XT-DATA                 PIC X(79).
001130     05  XT-DETAIL-AREA REDEFINES XT-DATA.
001140         10  XT-RANGE-ID         PIC X(08).
001150         10  XT-ROW-NUMBER       PIC 9(02).
001160         10  XT-COLUMN-NUMBER    PIC 9(02).
001170         10  XT-PRODUCT          PIC 9(08).
001180         10  XT-EFFECTIVE-DATE   PIC 9(06).
001190         10  XT-OPERATION-CODE   PIC X(01).
001200         10  XT-OVERRIDE-FLAG    PIC X(01).
001210             88  XT-CELL-OVERRIDDEN  VALUE 'O'.
001220         10  FILLER              PIC X(51).
001230     05  XT-TRAILER-AREA REDEFINES XT-DATA.
001240         10  XT-T-RECORD-COUNT   PIC 9(08).
001250         10  XT-T-STREAM-NUMBER  PIC X(01).
001260         10  FILLER              PIC X(70).
001270
001280 FD  DELTA-FEED-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  DELTA-RECORD.
001330     05  DL-RECORD-TYPE          PIC X(01).
001340         88  DL-DETAIL-RECORD        VALUE 'D'.
001350         88  DL-TRAILER-RECORD       VALUE 'T'.
001360     05  DL-DATA                 PIC X(79).
001370     05  DL-DETAIL-AREA REDEFINES DL-DATA.
001380         10  DL-RANGE-ID         PIC X(08).
001390         10  DL-ROW-NUMBER       PIC 9(02).
001400         10  DL-COLUMN-NUMBER    PIC 9(02).
001410         10  DL-OLD-VALUE        PIC 9(08).
001420         10  DL-NEW-VALUE        PIC 9(08).
001430         10  DL-CHANGE-TYPE      PIC X(01).
001440             88  DL-CELL-ADDED       VALUE 'A'.
001450             88  DL-CELL-CHANGED     VALUE 'C'.
001460             88  DL-CELL-DROPPED     VALUE 'D'.
001470         10  DL-EFFECTIVE-DATE   PIC 9(06).
001480         10  DL-OPERATION-CODE   PIC X(01).
001490         10  FILLER              PIC X(43).
001500     05  DL-TRAILER-AREA REDEFINES DL-DATA.
001510         10  DL-T-RECORD-COUNT   PIC 9(08).
001520         10  DL-T-STREAM-NUMBER  PIC X(01).
001530         10  FILLER              PIC X(70).
001540
001550*****************************************************************
001560*    THE SUBSCRIBER'S GENERATION. A STANDARD-FORMAT DETAIL
001570*    RECORD IS THE SOURCE RECORD UNCHANGED; THE STANDARD
001580*    TRAILER KEEPS THE COUNT WHERE COSTING'S TRAILER HAS IT
001590*    (COLS 2-9, COL 10 BLANK) AND ADDS THE SUBSCRIBER-ID, FEED
001600*    TYPE AND RECORD FORMAT. MULTACK READS THIS LAYOUT - KEEP
001610*    IN STEP WITH THAT PROGRAM.
001620*****************************************************************
001630 FD  SUBSCRIBER-FEED-FILE
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  SUBSCRIBER-FEED-RECORD         PIC X(80).
001680 01  SUBSCRIBER-TRAILER-RECORD.
001690     05  ST-RECORD-TYPE          PIC X(01).
001700     05  ST-RECORD-COUNT         PIC 9(08).
001710     05  FILLER                  PIC X(01).
001720     05  ST-SUBSCRIBER-ID        PIC X(08).
001730     05  ST-FEED-TYPE            PIC X(01).
001740     05  ST-RECORD-FORMAT        PIC X(01).
001750     05  FILLER                  PIC X(60).
001760
001770 FD  DISTRIBUTION-LOG-FILE
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 80 CHARACTERS.
001810     COPY MTDSTREC.
001820
001830 FD  DIST-REPORT-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 132 CHARACTERS.
001870 01  DIST-REPORT-RECORD             PIC X(132).
001880
001890 WORKING-STORAGE SECTION.
001900*****************************************************************
001910*    SWITCHES
001920*****************************************************************
001930 01  WS-SWITCHES.
001940     05  WS-SUBS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001950         88  WS-END-OF-SUBSCRIPTIONS        VALUE 'Y'.
001960     05  WS-FEED-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001970         88  WS-END-OF-FEED                 VALUE 'Y'.
001980     05  WS-TRAILER-SWITCH      PIC X(01)  VALUE 'N'.
001990         88  WS-FEED-TRAILER-SEEN           VALUE 'Y'.
002000     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002010         88  WS-RANGE-WAS-FOUND             VALUE 'Y'.
002020         88  WS-RANGE-NOT-FOUND             VALUE 'N'.
002030     05  WS-SELECT-SWITCH       PIC X(01)  VALUE 'N'.
002040         88  WS-RANGE-IS-SELECTED           VALUE 'Y'.
002050         88  WS-RANGE-NOT-SELECTED          VALUE 'N'.
002060     05  WS-ALL-RANGES-SWITCH   PIC X(01)  VALUE 'N'.
002070         88  WS-TAKES-ALL-RANGES            VALUE 'Y'.
002080     05  WS-ENTRY-SWITCH        PIC X(01)  VALUE 'Y'.
002090         88  WS-ENTRY-IS-VALID              VALUE 'Y'.
002100         88  WS-ENTRY-IS-INVALID            VALUE 'N'.
002110     05  WS-TABLE-FULL-SWITCH   PIC X(01)  VALUE 'N'.
002120         88  WS-RANGE-TABLE-FULL            VALUE 'Y'.
002130     05  WS-LOG-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
002140         88  WS-LOG-IS-OPEN                 VALUE 'Y'.
002150     05  WS-SUBS-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
002160         88  WS-SUBS-IS-OPEN                VALUE 'Y'.
002170*        SET BY ANYTHING THAT MAKES THE GENERATION UNFIT TO
002180*        TRANSMIT - IT THEN GETS NO TRAILER.
002190     05  WS-WITHHOLD-SWITCH     PIC X(01)  VALUE 'N'.
002200         88  WS-TRAILER-WITHHELD            VALUE 'Y'.
002210
002220 01  WS-FILE-STATUSES.
002230     05  WS-PARM-FILE-STATUS    PIC X(02)  VALUE SPACES.
002240     05  WS-SUBS-FILE-STATUS    PIC X(02)  VALUE SPACES.
002250     05  WS-FULL-FILE-STATUS    PIC X(02)  VALUE SPACES.
002260     05  WS-DELTA-FILE-STATUS   PIC X(02)  VALUE SPACES.
002270     05  WS-SUBF-FILE-STATUS    PIC X(02)  VALUE SPACES.
002280     05  WS-DLOG-FILE-STATUS    PIC X(02)  VALUE SPACES.
002290
002300*****************************************************************
002310*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
002320*    RETURN-CODE AT JOB END. 4 = A SUBSCRIPTION ENTRY WAS
002330*    REJECTED OR THE GENERATION WAS WITHHELD. LIKE MULTCHG THE
002340*    STEP NEVER POSTS MORE THAN 4, SO ONE SUBSCRIBER'S TROUBLE
002350*    DOES NOT STOP THE NEXT SUBSCRIBER'S STEP OR THE REST OF
002360*    THE NIGHT; THE MISSING TRAILER IS WHAT STOPS TRANSMISSION.
002370*****************************************************************
002380 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
002390
002400*****************************************************************
002410*    THE SUBSCRIBER THIS RUN IS FOR, AS SET BY ITS FIRST GOOD
002420*    SUBSCRIPTION ENTRY.
002430*****************************************************************
002440 01  WS-SUBSCRIBER-FIELDS.
002450     05  WS-SUBSCRIBER-ID       PIC X(08)  VALUE SPACES.
002460     05  WS-FEED-TYPE           PIC X(01)  VALUE SPACES.
002470         88  WS-FEED-IS-FULL                VALUE 'F'.
002480         88  WS-FEED-IS-DELTA               VALUE 'D'.
002490     05  WS-RECORD-FORMAT       PIC X(01)  VALUE SPACES.
002500         88  WS-FORMAT-IS-STANDARD          VALUE 'S'.
002510         88  WS-FORMAT-IS-DELIMITED         VALUE 'C'.
002520     05  WS-DESCRIPTION         PIC X(30)  VALUE SPACES.
002530 77  WS-SOURCE-NAME             PIC X(08)  VALUE SPACES.
002540
002550*****************************************************************
002560*    THE SUBSCRIBER'S RANGES AND WHAT WAS SENT FOR EACH. A *ALL
002570*    SUBSCRIBER'S TABLE IS BUILT FROM THE FEED AS IT IS READ.
002580*    MAX STAYS IN STEP WITH MAX-RANGE-TRACK IN MULT-TABLE - THE
002590*    FEED CANNOT CARRY MORE RANGES THAN THE DRIVER TRACKS.
002600*****************************************************************
002610 77  MAX-RANGE-ENTRIES          PIC 9(03)  VALUE 100.
002620 01  RANGE-TABLE.
002630     05  RT-ENTRY OCCURS 100 TIMES.
002640         10  RT-RANGE-ID        PIC X(08).
002650         10  RT-SENT-COUNT      PIC 9(08).
002660         10  RT-ON-FEED-FLAG    PIC X(01).
002670             88  RT-RANGE-ON-FEED   VALUE 'Y'.
002680 77  WS-RANGE-COUNT             PIC 9(03)  VALUE ZERO.
002690 77  WS-RANGE-SUB               PIC 9(03).
002700 77  WS-FOUND-SUB               PIC 9(03).
002710 77  WS-SEARCH-RANGE-ID         PIC X(08).
002720
002730*****************************************************************
002740*    COUNTS FOR THE REPORT AND THE TRAILERS
002750*****************************************************************
002760 77  WS-ENTRY-COUNT             PIC 9(04)  VALUE ZERO.
002770 77  WS-ENTRY-REJECT-COUNT      PIC 9(04)  VALUE ZERO.
002780 77  WS-FEED-DETAIL-COUNT       PIC 9(08)  VALUE ZERO.
002790 77  WS-FEED-TRAILER-COUNT      PIC 9(08)  VALUE ZERO.
002800 77  WS-SENT-COUNT              PIC 9(08)  VALUE ZERO.
002810 77  WS-NOT-ON-FEED-COUNT       PIC 9(04)  VALUE ZERO.
002820
002830 77  WS-REJECT-REASON           PIC X(50).
002840
002850 01  WS-CURRENT-DATE-FIELDS.
002860     05  WS-CD-YY               PIC 99.
002870     05  WS-CD-MM               PIC 99.
002880     05  WS-CD-DD               PIC 99.
002890
002900 01  WS-CURRENT-TIME-FIELDS.
002910     05  WS-CT-HH               PIC 99.
002920     05  WS-CT-MM               PIC 99.
002930     05  WS-CT-SS               PIC 99.
002940     05  WS-CT-HH100            PIC 99.
002950
002960 77  WS-EDIT-COUNT-8            PIC Z(07)9.
002970 77  WS-EDIT-COUNT-8B           PIC Z(07)9.
002980 77  WS-STRING-POINTER          PIC 9(04).
002990 01  WS-REPORT-LINE             PIC X(132).
003000
003010 PROCEDURE DIVISION.
003020*****************************************************************
003030*    0000-MAINLINE - LEARN THE SUBSCRIBER, COPY ITS PART OF THE
003040*    SOURCE FEED, JUDGE THE SOURCE'S OWN TRAILER, LOG WHAT WENT
003050*    OUT, AND ONLY THEN TRAIL THE GENERATION - SO A GENERATION
003060*    WHOSE LOG LINES COULD NOT BE WRITTEN IS NEVER TRAILED.
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE-RUN        THRU 1000-EXIT
003100     PERFORM 2000-READ-PARMS            THRU 2000-EXIT
003110     PERFORM 2200-LOAD-SUBSCRIPTIONS    THRU 2200-EXIT
003120     PERFORM 2500-OPEN-LOG              THRU 2500-EXIT
003130     IF NOT WS-TRAILER-WITHHELD
003140         IF WS-FEED-IS-FULL
003150             PERFORM 3000-DISTRIBUTE-FULL-FEED  THRU 3000-EXIT
003160         ELSE
003170             PERFORM 4000-DISTRIBUTE-DELTA-FEED THRU 4000-EXIT
003180         END-IF
003190         PERFORM 5000-JUDGE-SOURCE-FEED THRU 5000-EXIT
003200     END-IF
003210     PERFORM 6000-WRITE-RANGE-LINES     THRU 6000-EXIT
003220     PERFORM 7000-WRITE-FEED-TRAILER    THRU 7000-EXIT
003230     PERFORM 8000-WRITE-RUN-TOTALS      THRU 8000-EXIT
003240     PERFORM 9900-TERMINATE-RUN         THRU 9900-EXIT
003250     GOBACK.
003260
003270*****************************************************************
003280*    1000-INITIALIZE-RUN - SUBFEED IS OPENED FIRST THING, WHAT
003290*    EVER HAPPENS LATER, SO THE STEP ALWAYS LEAVES A PROPERLY
003300*    CLOSED (IF EMPTY AND UNTRAILED) GENERATION BEHIND. A
003310*    DSTPARMS OR SUBSCRIB THAT WILL NOT OPEN LEAVES NO WAY TO
003320*    KNOW WHAT TO SEND, SO THE GENERATION IS WITHHELD.
003330*****************************************************************
003340 1000-INITIALIZE-RUN.
003350     OPEN INPUT  PARM-FILE
003360     OPEN INPUT  SUBSCRIPTION-FILE
003370     OPEN OUTPUT DIST-REPORT-FILE
003380     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
003390     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
003400     MOVE SPACES TO WS-REPORT-LINE
003410     MOVE 1 TO WS-STRING-POINTER
003420     STRING "SUBSCRIBER FEED DISTRIBUTION - RUN "
003430            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
003440            " AT " WS-CT-HH ":" WS-CT-MM ":" WS-CT-SS
003450            DELIMITED BY SIZE INTO WS-REPORT-LINE
003460            WITH POINTER WS-STRING-POINTER
003470     MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
003480     WRITE DIST-REPORT-RECORD
003490     MOVE SPACES TO DIST-REPORT-RECORD
003500     WRITE DIST-REPORT-RECORD
003510     OPEN OUTPUT SUBSCRIBER-FEED-FILE
003520     IF WS-SUBF-FILE-STATUS NOT EQUAL TO "00"
003530         MOVE SPACES TO WS-REPORT-LINE
003540         MOVE 1 TO WS-STRING-POINTER
003550         STRING "*** SUBFEED STATUS " WS-SUBF-FILE-STATUS
003560                " ON OPEN - NOTHING CAN BE DISTRIBUTED ***"
003570                DELIMITED BY SIZE INTO WS-REPORT-LINE
003580                WITH POINTER WS-STRING-POINTER
003590         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
003600     END-IF
003610     IF WS-PARM-FILE-STATUS NOT EQUAL TO "00"
003620         MOVE SPACES TO WS-REPORT-LINE
003630         MOVE 1 TO WS-STRING-POINTER
003640         STRING "*** DSTPARMS STATUS " WS-PARM-FILE-STATUS
003650                " ON OPEN - SUBSCRIBER UNKNOWN ***"
003660                DELIMITED BY SIZE INTO WS-REPORT-LINE
003670                WITH POINTER WS-STRING-POINTER
003680         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
003690     END-IF
003700     IF WS-SUBS-FILE-STATUS EQUAL TO "00"
003710         SET WS-SUBS-IS-OPEN TO TRUE
003720     ELSE
003730         MOVE SPACES TO WS-REPORT-LINE
003740         MOVE 1 TO WS-STRING-POINTER
003750         STRING "*** SUBSCRIB STATUS " WS-SUBS-FILE-STATUS
003760                " ON OPEN - NO SUBSCRIPTIONS READ ***"
003770                DELIMITED BY SIZE INTO WS-REPORT-LINE
003780                WITH POINTER WS-STRING-POINTER
003790         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*    2000-READ-PARMS - THE ONE DSTPARMS CARD NAMES THE
003860*    SUBSCRIBER.
003870*****************************************************************
003880 2000-READ-PARMS.
003890     IF WS-PARM-FILE-STATUS NOT EQUAL TO "00"
003900         GO TO 2000-EXIT
003910     END-IF
003920     READ PARM-FILE
003930         AT END
003940             MOVE SPACES TO PARM-RECORD
003950     END-READ
003960     CLOSE PARM-FILE
003970     IF DP-SUBSCRIBER-ID EQUAL TO SPACES
003980         MOVE "*** NO SUBSCRIBER-ID ON THE DSTPARMS CARD ***"
003990             TO WS-REPORT-LINE
004000         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
004010         GO TO 2000-EXIT
004020     END-IF
004030     MOVE DP-SUBSCRIBER-ID TO WS-SUBSCRIBER-ID.
004040 2000-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080*    2200-LOAD-SUBSCRIPTIONS - PICK THIS SUBSCRIBER'S ENTRIES
004090*    OFF THE SUBSCRIPTION FILE. A SUBSCRIBER WITH NO GOOD ENTRY
004100*    GETS NOTHING - NOT EVEN AN EMPTY TRAILED GENERATION, WHICH
004110*    ITS LOADER WOULD TAKE AS "NOTHING CHANGED". A SUBSCRIB THAT
004120*    DID NOT OPEN HAS ALREADY WITHHELD THE GENERATION.
004130*****************************************************************
004140 2200-LOAD-SUBSCRIPTIONS.
004150     IF WS-SUBSCRIBER-ID NOT EQUAL TO SPACES AND WS-SUBS-IS-OPEN
004160         PERFORM 2300-LOAD-ONE-SUBSCRIPTION THRU 2300-EXIT
004170             UNTIL WS-END-OF-SUBSCRIPTIONS
004180         IF WS-ENTRY-COUNT EQUAL TO ZERO
004190             MOVE SPACES TO WS-REPORT-LINE
004200             MOVE 1 TO WS-STRING-POINTER
004210             STRING "*** SUBSCRIBER " WS-SUBSCRIBER-ID
004220                    " HAS NO USABLE ENTRY ON SUBSCRIB ***"
004230                    DELIMITED BY SIZE INTO WS-REPORT-LINE
004240                    WITH POINTER WS-STRING-POINTER
004250             PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
004260         ELSE
004270             PERFORM 2400-WRITE-SUBSCRIBER-LINE THRU 2400-EXIT
004280         END-IF
004290     END-IF
004300     IF WS-SUBS-IS-OPEN
004310         CLOSE SUBSCRIPTION-FILE
004320     END-IF.
004330 2200-EXIT.
004340     EXIT.
004350
004360 2300-LOAD-ONE-SUBSCRIPTION.
004370     READ SUBSCRIPTION-FILE
004380         AT END
004390             SET WS-END-OF-SUBSCRIPTIONS TO TRUE
004400             GO TO 2300-EXIT
004410     END-READ
004420     IF SB-SUBSCRIBER-ID NOT EQUAL TO WS-SUBSCRIBER-ID
004430         GO TO 2300-EXIT
004440     END-IF
004450     PERFORM 2350-EDIT-SUBSCRIPTION THRU 2350-EXIT
004460     IF WS-ENTRY-IS-INVALID
004470         ADD 1 TO WS-ENTRY-REJECT-COUNT
004480         MOVE SPACES TO WS-REPORT-LINE
004490         MOVE 1 TO WS-STRING-POINTER
004500         STRING "SUBSCRIPTION ENTRY REJECTED - RANGE "
004510                SB-RANGE-ID " - " WS-REJECT-REASON
004520                DELIMITED BY SIZE INTO WS-REPORT-LINE
004530                WITH POINTER WS-STRING-POINTER
004540         MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
004550         WRITE DIST-REPORT-RECORD
004560         IF 4 IS GREATER THAN WS-WORST-RC
004570             MOVE 4 TO WS-WORST-RC
004580         END-IF
004590         GO TO 2300-EXIT
004600     END-IF
004610     ADD 1 TO WS-ENTRY-COUNT
004620     IF WS-ENTRY-COUNT EQUAL TO 1
004630         MOVE SB-FEED-TYPE     TO WS-FEED-TYPE
004640         MOVE SB-RECORD-FORMAT TO WS-RECORD-FORMAT
004650         MOVE SB-DESCRIPTION   TO WS-DESCRIPTION
004660     END-IF
004670     IF SB-ALL-RANGES
004680         SET WS-TAKES-ALL-RANGES TO TRUE
004690     ELSE
004700         MOVE SB-RANGE-ID TO WS-SEARCH-RANGE-ID
004710         PERFORM 4600-FIND-OR-ADD-RANGE THRU 4600-EXIT
004720     END-IF.
004730 2300-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    2350-EDIT-SUBSCRIPTION - THE FIRST FAILURE WINS THE REASON
004780*    SLOT. EVERY ENTRY AFTER THE SUBSCRIBER'S FIRST GOOD ONE
004790*    MUST AGREE WITH IT ON FEED TYPE AND RECORD FORMAT.
004800*****************************************************************
004810 2350-EDIT-SUBSCRIPTION.
004820     SET WS-ENTRY-IS-VALID TO TRUE
004830     MOVE SPACES TO WS-REJECT-REASON
004840     IF SB-RANGE-ID EQUAL TO SPACES
004850         SET WS-ENTRY-IS-INVALID TO TRUE
004860         MOVE "RANGE-ID IS BLANK" TO WS-REJECT-REASON
004870         GO TO 2350-EXIT
004880     END-IF
004890     IF NOT SB-FEED-TYPE-IS-VALID
004900         SET WS-ENTRY-IS-INVALID TO TRUE
004910         MOVE "FEED TYPE IS NOT F OR D" TO WS-REJECT-REASON
004920         GO TO 2350-EXIT
004930     END-IF
004940     IF NOT SB-FORMAT-IS-VALID
004950         SET WS-ENTRY-IS-INVALID TO TRUE
004960         MOVE "RECORD FORMAT IS NOT S OR C" TO WS-REJECT-REASON
004970         GO TO 2350-EXIT
004980     END-IF
004990     IF WS-ENTRY-COUNT IS GREATER THAN ZERO
005000         IF SB-FEED-TYPE NOT EQUAL TO WS-FEED-TYPE OR
005010            SB-RECORD-FORMAT NOT EQUAL TO WS-RECORD-FORMAT
005020             SET WS-ENTRY-IS-INVALID TO TRUE
005030             MOVE "FEED TYPE/FORMAT DIFFER FROM THE FIRST ENTRY"
005040                 TO WS-REJECT-REASON
005050         END-IF
005060     END-IF.
005070 2350-EXIT.
005080     EXIT.
005090
005100 2400-WRITE-SUBSCRIBER-LINE.
005110     MOVE SPACES TO WS-REPORT-LINE
005120     MOVE 1 TO WS-STRING-POINTER
005130     STRING "SUBSCRIBER " WS-SUBSCRIBER-ID " - "
005140            DELIMITED BY SIZE INTO WS-REPORT-LINE
005150            WITH POINTER WS-STRING-POINTER
005160     IF WS-FEED-IS-FULL
005170         MOVE "INTFOUT" TO WS-SOURCE-NAME
005180         STRING "FULL EXTRACT"
005190                DELIMITED BY SIZE INTO WS-REPORT-LINE
005200                WITH POINTER WS-STRING-POINTER
005210     ELSE
005220         MOVE "DELTAOUT" TO WS-SOURCE-NAME
005230         STRING "DELTA"
005240                DELIMITED BY SIZE INTO WS-REPORT-LINE
005250                WITH POINTER WS-STRING-POINTER
005260     END-IF
005270     IF WS-FORMAT-IS-DELIMITED
005280         STRING ", COMMA-DELIMITED"
005290                DELIMITED BY SIZE INTO WS-REPORT-LINE
005300                WITH POINTER WS-STRING-POINTER
005310     ELSE
005320         STRING ", STANDARD LAYOUT"
005330                DELIMITED BY SIZE INTO WS-REPORT-LINE
005340                WITH POINTER WS-STRING-POINTER
005350     END-IF
005360     IF WS-TAKES-ALL-RANGES
005370         STRING ", EVERY RANGE"
005380                DELIMITED BY SIZE INTO WS-REPORT-LINE
005390                WITH POINTER WS-STRING-POINTER
005400     END-IF
005410     STRING " - " WS-DESCRIPTION
005420            DELIMITED BY SIZE INTO WS-REPORT-LINE
005430            WITH POINTER WS-STRING-POINTER
005440     MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
005450     WRITE DIST-REPORT-RECORD
005460     MOVE SPACES TO DIST-REPORT-RECORD
005470     WRITE DIST-REPORT-RECORD.
005480 2400-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520*    2500-OPEN-LOG - DSTLOG IS APPENDED TO. A GENERATION THAT
005530*    CANNOT BE LOGGED CANNOT BE ACCOUNTED FOR, SO A BAD OPEN
005540*    WITHHOLDS IT.
005550*****************************************************************
005560 2500-OPEN-LOG.
005570     OPEN EXTEND DISTRIBUTION-LOG-FILE
005580     IF WS-DLOG-FILE-STATUS EQUAL TO "00"
005590         SET WS-LOG-IS-OPEN TO TRUE
005600     ELSE
005610         MOVE SPACES TO WS-REPORT-LINE
005620         MOVE 1 TO WS-STRING-POINTER
005630         STRING "*** DSTLOG STATUS " WS-DLOG-FILE-STATUS
005640                " ON OPEN - THE GENERATION CANNOT BE LOGGED ***"
005650                DELIMITED BY SIZE INTO WS-REPORT-LINE
005660                WITH POINTER WS-STRING-POINTER
005670         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
005680     END-IF.
005690 2500-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    2900-WITHHOLD-GENERATION - THE LINE IS ALREADY BUILT IN
005740*    WS-REPORT-LINE. THE GENERATION WILL GET NO TRAILER.
005750*****************************************************************
005760 2900-WITHHOLD-GENERATION.
005770     MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
005780     WRITE DIST-REPORT-RECORD
005790     DISPLAY WS-REPORT-LINE
005800     SET WS-TRAILER-WITHHELD TO TRUE
005810     IF 4 IS GREATER THAN WS-WORST-RC
005820         MOVE 4 TO WS-WORST-RC
005830     END-IF.
005840 2900-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880*    3000-DISTRIBUTE-FULL-FEED - TONIGHT'S INTFOUT GENERATION.
005890*****************************************************************
005900 3000-DISTRIBUTE-FULL-FEED.
005910     OPEN INPUT FULL-FEED-FILE
005920     IF WS-FULL-FILE-STATUS NOT EQUAL TO "00"
005930         MOVE SPACES TO WS-REPORT-LINE
005940         MOVE 1 TO WS-STRING-POINTER
005950         STRING "*** INTFOUT STATUS " WS-FULL-FILE-STATUS
005960                " ON OPEN - NOTHING DISTRIBUTED ***"
005970                DELIMITED BY SIZE INTO WS-REPORT-LINE
005980                WITH POINTER WS-STRING-POINTER
005990         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
006000         GO TO 3000-EXIT
006010     END-IF
006020     PERFORM 3100-DISTRIBUTE-ONE-FULL THRU 3100-EXIT
006030         UNTIL WS-END-OF-FEED
006040     CLOSE FULL-FEED-FILE.
006050 3000-EXIT.
006060     EXIT.
006070
006080 3100-DISTRIBUTE-ONE-FULL.
006090     READ FULL-FEED-FILE
006100         AT END
006110             SET WS-END-OF-FEED TO TRUE
006120             GO TO 3100-EXIT
006130     END-READ
006140     EVALUATE TRUE
006150     WHEN XT-TRAILER-RECORD
006160         SET WS-FEED-TRAILER-SEEN TO TRUE
006170         MOVE XT-T-RECORD-COUNT TO WS-FEED-TRAILER-COUNT
006180     WHEN XT-DETAIL-RECORD
006190         ADD 1 TO WS-FEED-DETAIL-COUNT
006200         MOVE XT-RANGE-ID TO WS-SEARCH-RANGE-ID
006210         PERFORM 4500-SELECT-RANGE THRU 4500-EXIT
006220         IF WS-RANGE-IS-SELECTED
006230             IF WS-FORMAT-IS-DELIMITED
006240                 PERFORM 3200-FORMAT-FULL-DELIMITED
006250                     THRU 3200-EXIT
006260             ELSE
006270                 MOVE INTERFACE-RECORD TO SUBSCRIBER-FEED-RECORD
006280             END-IF
006290             PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT
006300         END-IF
006310     WHEN OTHER
006320         CONTINUE
006330     END-EVALUATE.
006340 3100-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380*    3200-FORMAT-FULL-DELIMITED - D,RANGE-ID,ROW,COL,VALUE,
006390*    YYMMDD,OPERATION,OVERRIDE FLAG (O OR EMPTY).
006400*****************************************************************
006410 3200-FORMAT-FULL-DELIMITED.
006420     MOVE SPACES TO SUBSCRIBER-FEED-RECORD
006430     MOVE 1 TO WS-STRING-POINTER
006440     STRING "D," XT-RANGE-ID DELIMITED BY SPACE
006450            "," XT-ROW-NUMBER "," XT-COLUMN-NUMBER
006460            "," XT-PRODUCT "," XT-EFFECTIVE-DATE ","
006470                DELIMITED BY SIZE
006480            XT-OPERATION-CODE DELIMITED BY SPACE
006490            "," DELIMITED BY SIZE
006500            XT-OVERRIDE-FLAG DELIMITED BY SPACE
006510            INTO SUBSCRIBER-FEED-RECORD
006520            WITH POINTER WS-STRING-POINTER.
006530 3200-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570*    4000-DISTRIBUTE-DELTA-FEED - TONIGHT'S DELTAOUT GENERATION.
006580*****************************************************************
006590 4000-DISTRIBUTE-DELTA-FEED.
006600     OPEN INPUT DELTA-FEED-FILE
006610     IF WS-DELTA-FILE-STATUS NOT EQUAL TO "00"
006620         MOVE SPACES TO WS-REPORT-LINE
006630         MOVE 1 TO WS-STRING-POINTER
006640         STRING "*** DELTAOUT STATUS " WS-DELTA-FILE-STATUS
006650                " ON OPEN - NOTHING DISTRIBUTED ***"
006660                DELIMITED BY SIZE INTO WS-REPORT-LINE
006670                WITH POINTER WS-STRING-POINTER
006680         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
006690         GO TO 4000-EXIT
006700     END-IF
006710     PERFORM 4100-DISTRIBUTE-ONE-DELTA THRU 4100-EXIT
006720         UNTIL WS-END-OF-FEED
006730     CLOSE DELTA-FEED-FILE.
006740 4000-EXIT.
006750     EXIT.
006760
006770 4100-DISTRIBUTE-ONE-DELTA.
006780     READ DELTA-FEED-FILE
006790         AT END
006800             SET WS-END-OF-FEED TO TRUE
006810             GO TO 4100-EXIT
006820     END-READ
006830     EVALUATE TRUE
006840     WHEN DL-TRAILER-RECORD
006850         SET WS-FEED-TRAILER-SEEN TO TRUE
006860         MOVE DL-T-RECORD-COUNT TO WS-FEED-TRAILER-COUNT
006870     WHEN DL-DETAIL-RECORD
006880         ADD 1 TO WS-FEED-DETAIL-COUNT
006890         MOVE DL-RANGE-ID TO WS-SEARCH-RANGE-ID
006900         PERFORM 4500-SELECT-RANGE THRU 4500-EXIT
006910         IF WS-RANGE-IS-SELECTED
006920             IF WS-FORMAT-IS-DELIMITED
006930                 PERFORM 4200-FORMAT-DELTA-DELIMITED
006940                     THRU 4200-EXIT
006950             ELSE
006960                 MOVE DELTA-RECORD TO SUBSCRIBER-FEED-RECORD
006970             END-IF
006980             PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT
006990         END-IF
007000     WHEN OTHER
007010         CONTINUE
007020     END-EVALUATE.
007030 4100-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*    4200-FORMAT-DELTA-DELIMITED - D,RANGE-ID,ROW,COL,OLD VALUE,
007080*    NEW VALUE,CHANGE TYPE (A/C/D),YYMMDD,OPERATION.
007090*****************************************************************
007100 4200-FORMAT-DELTA-DELIMITED.
007110     MOVE SPACES TO SUBSCRIBER-FEED-RECORD
007120     MOVE 1 TO WS-STRING-POINTER
007130     STRING "D," DL-RANGE-ID DELIMITED BY SPACE
007140            "," DL-ROW-NUMBER "," DL-COLUMN-NUMBER
007150            "," DL-OLD-VALUE "," DL-NEW-VALUE
007160            "," DL-CHANGE-TYPE "," DL-EFFECTIVE-DATE ","
007170                DELIMITED BY SIZE
007180            DL-OPERATION-CODE DELIMITED BY SPACE
007190            INTO SUBSCRIBER-FEED-RECORD
007200            WITH POINTER WS-STRING-POINTER.
007210 4200-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*    4500-SELECT-RANGE - DOES THE SUBSCRIBER TAKE THIS RANGE.
007260*    A *ALL SUBSCRIBER TAKES EVERY RANGE, ADDED TO THE TABLE ON
007270*    FIRST SIGHT; A RANGE PAST A FULL TABLE IS STILL SENT, ONLY
007280*    NOT LOGGED ON ITS OWN LINE.
007290*****************************************************************
007300 4500-SELECT-RANGE.
007310     IF WS-TAKES-ALL-RANGES
007320         PERFORM 4600-FIND-OR-ADD-RANGE THRU 4600-EXIT
007330         SET WS-RANGE-IS-SELECTED TO TRUE
007340     ELSE
007350         PERFORM 4700-FIND-RANGE THRU 4700-EXIT
007360         IF WS-RANGE-WAS-FOUND
007370             SET WS-RANGE-IS-SELECTED TO TRUE
007380         ELSE
007390             SET WS-RANGE-NOT-SELECTED TO TRUE
007400         END-IF
007410     END-IF
007420     IF WS-RANGE-WAS-FOUND
007430         MOVE 'Y' TO RT-ON-FEED-FLAG(WS-FOUND-SUB)
007440     END-IF.
007450 4500-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    4600-FIND-OR-ADD-RANGE - LOOK THE RANGE UP, ADDING IT ON
007500*    FIRST SIGHT. A FULL TABLE IS REPORTED ONCE (RC 4).
007510*****************************************************************
007520 4600-FIND-OR-ADD-RANGE.
007530     PERFORM 4700-FIND-RANGE THRU 4700-EXIT
007540     IF WS-RANGE-WAS-FOUND
007550         GO TO 4600-EXIT
007560     END-IF
007570     IF WS-RANGE-COUNT IS LESS THAN MAX-RANGE-ENTRIES
007580         ADD 1 TO WS-RANGE-COUNT
007590         MOVE WS-RANGE-COUNT TO WS-FOUND-SUB
007600         SET WS-RANGE-WAS-FOUND TO TRUE
007610         MOVE WS-SEARCH-RANGE-ID TO RT-RANGE-ID(WS-RANGE-COUNT)
007620         MOVE ZERO TO RT-SENT-COUNT(WS-RANGE-COUNT)
007630         MOVE 'N'  TO RT-ON-FEED-FLAG(WS-RANGE-COUNT)
007640         GO TO 4600-EXIT
007650     END-IF
007660     IF NOT WS-RANGE-TABLE-FULL
007670         SET WS-RANGE-TABLE-FULL TO TRUE
007680         MOVE SPACES TO WS-REPORT-LINE
007690         MOVE 1 TO WS-STRING-POINTER
007700         STRING "*** RANGE TABLE FULL AT " MAX-RANGE-ENTRIES
007710                " RANGES - RAISE MAX-RANGE-ENTRIES - RANGE "
007720                WS-SEARCH-RANGE-ID " AND LATER ONES NOT LOGGED"
007730                " ***"
007740                DELIMITED BY SIZE INTO WS-REPORT-LINE
007750                WITH POINTER WS-STRING-POINTER
007760         MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
007770         WRITE DIST-REPORT-RECORD
007780         DISPLAY WS-REPORT-LINE
007790         IF 4 IS GREATER THAN WS-WORST-RC
007800             MOVE 4 TO WS-WORST-RC
007810         END-IF
007820     END-IF.
007830 4600-EXIT.
007840     EXIT.
007850
007860 4700-FIND-RANGE.
007870     SET WS-RANGE-NOT-FOUND TO TRUE
007880     MOVE ZERO TO WS-FOUND-SUB
007890     PERFORM 4750-CHECK-ONE-RANGE THRU 4750-EXIT
007900         VARYING WS-RANGE-SUB FROM 1 BY 1
007910             UNTIL WS-RANGE-SUB GREATER THAN WS-RANGE-COUNT
007920                OR WS-RANGE-WAS-FOUND.
007930 4700-EXIT.
007940     EXIT.
007950
007960 4750-CHECK-ONE-RANGE.
007970     IF RT-RANGE-ID(WS-RANGE-SUB) EQUAL TO WS-SEARCH-RANGE-ID
007980         SET WS-RANGE-WAS-FOUND TO TRUE
007990         MOVE WS-RANGE-SUB TO WS-FOUND-SUB
008000     END-IF.
008010 4750-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*    4800-WRITE-FEED-RECORD - ONE DETAIL RECORD TO THE
008060*    SUBSCRIBER'S GENERATION. A WRITE THAT FAILS STOPS THE COPY
008070*    AND WITHHOLDS THE GENERATION.
008080*****************************************************************
008090 4800-WRITE-FEED-RECORD.
008100     WRITE SUBSCRIBER-FEED-RECORD
008110     IF WS-SUBF-FILE-STATUS NOT EQUAL TO "00"
008120         MOVE SPACES TO WS-REPORT-LINE
008130         MOVE 1 TO WS-STRING-POINTER
008140         STRING "*** SUBFEED STATUS " WS-SUBF-FILE-STATUS
008150                " ON WRITE - DISTRIBUTION STOPPED ***"
008160                DELIMITED BY SIZE INTO WS-REPORT-LINE
008170                WITH POINTER WS-STRING-POINTER
008180         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
008190         SET WS-END-OF-FEED TO TRUE
008200         GO TO 4800-EXIT
008210     END-IF
008220     ADD 1 TO WS-SENT-COUNT
008230     IF WS-FOUND-SUB IS GREATER THAN ZERO
008240         ADD 1 TO RT-SENT-COUNT(WS-FOUND-SUB)
008250     END-IF.
008260 4800-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300*    5000-JUDGE-SOURCE-FEED - THE SOURCE'S OWN TRAILER. A FEED
008310*    WITH NO TRAILER CAME FROM A FAILED RUN, AND ONE THAT
008320*    DISAGREES WITH ITS OWN DETAIL COUNT WAS HURT ON THE WAY -
008330*    EITHER WAY NOTHING CUT FROM IT MAY BE TRANSMITTED.
008340*****************************************************************
008350 5000-JUDGE-SOURCE-FEED.
008360     IF WS-TRAILER-WITHHELD
008370         GO TO 5000-EXIT
008380     END-IF
008390     IF NOT WS-FEED-TRAILER-SEEN
008400         MOVE SPACES TO WS-REPORT-LINE
008410         MOVE 1 TO WS-STRING-POINTER
008420         STRING "*** " DELIMITED BY SIZE
008430                WS-SOURCE-NAME DELIMITED BY SPACE
008440                " HAS NO COUNT TRAILER - FEED CAME FROM A"
008450                " FAILED RUN ***"
008460                DELIMITED BY SIZE INTO WS-REPORT-LINE
008470                WITH POINTER WS-STRING-POINTER
008480         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
008490         GO TO 5000-EXIT
008500     END-IF
008510     IF WS-FEED-TRAILER-COUNT NOT EQUAL TO WS-FEED-DETAIL-COUNT
008520         MOVE WS-FEED-TRAILER-COUNT TO WS-EDIT-COUNT-8
008530         MOVE WS-FEED-DETAIL-COUNT  TO WS-EDIT-COUNT-8B
008540         MOVE SPACES TO WS-REPORT-LINE
008550         MOVE 1 TO WS-STRING-POINTER
008560         STRING "*** " DELIMITED BY SIZE
008570                WS-SOURCE-NAME DELIMITED BY SPACE
008580                " TRAILER SAYS " WS-EDIT-COUNT-8
008590                " RECORDS BUT " WS-EDIT-COUNT-8B
008600                " WERE ON THE FILE ***"
008610                DELIMITED BY SIZE INTO WS-REPORT-LINE
008620                WITH POINTER WS-STRING-POINTER
008630         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
008640     END-IF.
008650 5000-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690*    6000-WRITE-RANGE-LINES - ONE REPORT LINE AND ONE DSTLOG
008700*    LINE PER SUBSCRIBED (OR, FOR *ALL, SENT) RANGE. A RANGE
008710*    NOT ON TONIGHT'S FEED DID NOT RUN - OR, ON A DELTA FEED,
008720*    HAD NO CELL CHANGE - AND IS LISTED, NOT FLAGGED.
008730*****************************************************************
008740 6000-WRITE-RANGE-LINES.
008750     PERFORM 6100-WRITE-ONE-RANGE-LINE THRU 6100-EXIT
008760         VARYING WS-RANGE-SUB FROM 1 BY 1
008770             UNTIL WS-RANGE-SUB GREATER THAN WS-RANGE-COUNT.
008780 6000-EXIT.
008790     EXIT.
008800
008810 6100-WRITE-ONE-RANGE-LINE.
008820     MOVE SPACES TO DISTRIBUTION-LOG-RECORD
008830     SET DG-RANGE-LINE TO TRUE
008840     MOVE RT-RANGE-ID(WS-RANGE-SUB) TO DG-RANGE-ID
008850     MOVE RT-SENT-COUNT(WS-RANGE-SUB) TO DG-RECORD-COUNT
008860     MOVE SPACES TO WS-REPORT-LINE
008870     MOVE 1 TO WS-STRING-POINTER
008880     IF RT-RANGE-ON-FEED(WS-RANGE-SUB)
008890         MOVE RT-SENT-COUNT(WS-RANGE-SUB) TO WS-EDIT-COUNT-8
008900         STRING "RANGE " RT-RANGE-ID(WS-RANGE-SUB)
008910                " - " WS-EDIT-COUNT-8 " RECORDS SENT"
008920                DELIMITED BY SIZE INTO WS-REPORT-LINE
008930                WITH POINTER WS-STRING-POINTER
008940         IF WS-TRAILER-WITHHELD
008950             SET DG-STATUS-WITHHELD TO TRUE
008960         ELSE
008970             SET DG-STATUS-SENT TO TRUE
008980         END-IF
008990     ELSE
009000         ADD 1 TO WS-NOT-ON-FEED-COUNT
009010         STRING "RANGE " RT-RANGE-ID(WS-RANGE-SUB)
009020                " - SUBSCRIBED BUT NOT ON TONIGHT'S "
009030                WS-SOURCE-NAME
009040                DELIMITED BY SIZE INTO WS-REPORT-LINE
009050                WITH POINTER WS-STRING-POINTER
009060         SET DG-STATUS-NOT-ON-FEED TO TRUE
009070     END-IF
009080     MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
009090     WRITE DIST-REPORT-RECORD
009100     PERFORM 8500-WRITE-LOG-RECORD THRU 8500-EXIT.
009110 6100-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*    7000-WRITE-FEED-TRAILER - THE GENERATION'S LAST RECORD:
009160*    HOW MANY DETAIL RECORDS THE SUBSCRIBER SHOULD HAVE, AND
009170*    WHOSE GENERATION IT IS. WITHHELD FROM A GENERATION THAT IS
009180*    NOT FIT TO TRANSMIT.
009190*****************************************************************
009200 7000-WRITE-FEED-TRAILER.
009210     IF WS-TRAILER-WITHHELD
009220         DISPLAY "SUBSCRIBER FEED TRAILER WITHHELD - DO NOT "
009230             "TRANSMIT SUBFEED FOR " WS-SUBSCRIBER-ID
009240         GO TO 7000-EXIT
009250     END-IF
009260     IF WS-FORMAT-IS-DELIMITED
009270         MOVE SPACES TO SUBSCRIBER-FEED-RECORD
009280         MOVE 1 TO WS-STRING-POINTER
009290         STRING "T," WS-SENT-COUNT ","
009300                    DELIMITED BY SIZE
009310                WS-SUBSCRIBER-ID DELIMITED BY SPACE
009320                "," WS-FEED-TYPE "," WS-RECORD-FORMAT
009330                    DELIMITED BY SIZE
009340                INTO SUBSCRIBER-FEED-RECORD
009350                WITH POINTER WS-STRING-POINTER
009360     ELSE
009370         MOVE SPACES TO SUBSCRIBER-TRAILER-RECORD
009380         MOVE 'T' TO ST-RECORD-TYPE
009390         MOVE WS-SENT-COUNT    TO ST-RECORD-COUNT
009400         MOVE WS-SUBSCRIBER-ID TO ST-SUBSCRIBER-ID
009410         MOVE WS-FEED-TYPE     TO ST-FEED-TYPE
009420         MOVE WS-RECORD-FORMAT TO ST-RECORD-FORMAT
009430     END-IF
009440     WRITE SUBSCRIBER-FEED-RECORD
009450     IF WS-SUBF-FILE-STATUS NOT EQUAL TO "00"
009460         MOVE SPACES TO WS-REPORT-LINE
009470         MOVE 1 TO WS-STRING-POINTER
009480         STRING "*** SUBFEED STATUS " WS-SUBF-FILE-STATUS
009490                " ON THE TRAILER WRITE ***"
009500                DELIMITED BY SIZE INTO WS-REPORT-LINE
009510                WITH POINTER WS-STRING-POINTER
009520         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
009530     END-IF.
009540 7000-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580*    8000-WRITE-RUN-TOTALS - THE REPORT TOTALS, THE VERDICT ON
009590*    THE GENERATION AND ITS DSTLOG TOTAL LINE.
009600*****************************************************************
009610 8000-WRITE-RUN-TOTALS.
009620     MOVE SPACES TO DIST-REPORT-RECORD
009630     WRITE DIST-REPORT-RECORD
009640     MOVE WS-FEED-DETAIL-COUNT TO WS-EDIT-COUNT-8
009650     MOVE WS-SENT-COUNT        TO WS-EDIT-COUNT-8B
009660     MOVE SPACES TO WS-REPORT-LINE
009670     MOVE 1 TO WS-STRING-POINTER
009680     STRING "TOTALS - FEED RECORDS READ=" WS-EDIT-COUNT-8
009690            "  SENT=" WS-EDIT-COUNT-8B
009700            "  RANGES=" WS-RANGE-COUNT
009710            "  NOT ON FEED=" WS-NOT-ON-FEED-COUNT
009720            "  ENTRIES REJECTED=" WS-ENTRY-REJECT-COUNT
009730            DELIMITED BY SIZE INTO WS-REPORT-LINE
009740            WITH POINTER WS-STRING-POINTER
009750     MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
009760     WRITE DIST-REPORT-RECORD
009770     MOVE SPACES TO DISTRIBUTION-LOG-RECORD
009780     SET DG-TOTAL-LINE TO TRUE
009790     MOVE WS-SENT-COUNT TO DG-RECORD-COUNT
009800     IF WS-TRAILER-WITHHELD
009810         MOVE "*** GENERATION WITHHELD - NO TRAILER WRITTEN - DO N
009820-             "OT TRANSMIT SUBFEED ***" TO DIST-REPORT-RECORD
009830         SET DG-STATUS-WITHHELD TO TRUE
009840     ELSE
009850         MOVE SPACES TO WS-REPORT-LINE
009860         MOVE 1 TO WS-STRING-POINTER
009870         STRING "GENERATION COMPLETE FOR SUBSCRIBER "
009880                WS-SUBSCRIBER-ID " - " WS-EDIT-COUNT-8B
009890                " RECORDS AND TRAILER"
009900                DELIMITED BY SIZE INTO WS-REPORT-LINE
009910                WITH POINTER WS-STRING-POINTER
009920         MOVE WS-REPORT-LINE TO DIST-REPORT-RECORD
009930         SET DG-STATUS-SENT TO TRUE
009940     END-IF
009950     WRITE DIST-REPORT-RECORD
009960     PERFORM 8500-WRITE-LOG-RECORD THRU 8500-EXIT.
009970 8000-EXIT.
009980     EXIT.
009990
010000*****************************************************************
010010*    8500-WRITE-LOG-RECORD - THE CALLER HAS SET THE LINE TYPE,
010020*    RANGE, COUNT AND STATUS; THE REST IS THE SAME ON EVERY
010030*    LINE OF THE RUN. A FAILED WRITE BEFORE THE TRAILER
010040*    WITHHOLDS THE GENERATION; ON THE TOTAL LINE, AFTER THE
010050*    TRAILER, IT CAN ONLY BE REPORTED.
010060*****************************************************************
010070 8500-WRITE-LOG-RECORD.
010080     IF NOT WS-LOG-IS-OPEN
010090         GO TO 8500-EXIT
010100     END-IF
010110     MOVE WS-CURRENT-DATE-FIELDS      TO DG-RUN-DATE
010120     MOVE WS-CURRENT-TIME-FIELDS(1:6) TO DG-RUN-TIME
010130     MOVE WS-SUBSCRIBER-ID            TO DG-SUBSCRIBER-ID
010140     MOVE WS-FEED-TYPE                TO DG-FEED-TYPE
010150     MOVE WS-RECORD-FORMAT            TO DG-RECORD-FORMAT
010160     WRITE DISTRIBUTION-LOG-RECORD
010170     IF WS-DLOG-FILE-STATUS NOT EQUAL TO "00"
010180         MOVE SPACES TO WS-REPORT-LINE
010190         MOVE 1 TO WS-STRING-POINTER
010200         STRING "*** DSTLOG STATUS " WS-DLOG-FILE-STATUS
010210                " ON WRITE - LOG IS INCOMPLETE ***"
010220                DELIMITED BY SIZE INTO WS-REPORT-LINE
010230                WITH POINTER WS-STRING-POINTER
010240         PERFORM 2900-WITHHOLD-GENERATION THRU 2900-EXIT
010250     END-IF.
010260 8500-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
010310*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
010320*    BACK CONTROL.
010330*****************************************************************
010340 9900-TERMINATE-RUN.
010350     CLOSE SUBSCRIBER-FEED-FILE
010360     IF WS-LOG-IS-OPEN
010370         CLOSE DISTRIBUTION-LOG-FILE
010380     END-IF
010390     CLOSE DIST-REPORT-FILE
010400     MOVE WS-WORST-RC TO RETURN-CODE.
010410 9900-EXIT.
010420     EXIT.
010430
010440 END PROGRAM MULTDST.
