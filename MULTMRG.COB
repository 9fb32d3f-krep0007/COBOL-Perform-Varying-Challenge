000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTMRG
000170* PURPOSE - MERGE AND BALANCE THE OUTPUTS OF A PARALLEL NIGHT.
000180*    ON A PARALLEL NIGHT THE CONTROLS DECK IS SPLIT BY THE RUN
000190*    STREAM ON EACH CARD (COL 61) AND EACH STREAM JOB (MULTTSN)
000200*    BUILDS ITS OWN RANGES INTO ITS OWN PARTIAL TABLEOUT,
000210*    INTFOUT, DELTAOUT AND AUDITLOG; THE MULTTABP JOB THEN RUNS
000220*    THE DERIVED PASS (STREAM D) FOR THE DERIVED RANGES THAT HAD
000230*    TO WAIT FOR ANOTHER STREAM'S SOURCES. THIS STEP READS THE
000240*    PARTIALS, CONCATENATED IN STREAM ORDER, AND PUTS BACK THE
000250*    ONE SET OF OUTPUTS A SINGLE-STREAM NIGHT WOULD HAVE MADE:
000260*      - TABLEOUT - EVERY RANGE BLOCK COPIED THROUGH, EACH ONE
000270*        RE-PROVED AGAINST ITS OWN TRAILER (ROWS, CELLS, HASH),
000280*        AND NO RANGE-ID IN MORE THAN ONE STREAM
000290*      - INTFOUT/DELTAOUT - THE DETAILS OF EVERY STREAM, EACH
000300*        STREAM'S SEGMENT BALANCED AGAINST THAT STREAM'S COUNT
000310*        TRAILER, THEN ONE NEW TRAILER OVER THE WHOLE FEED
000320*      - AUDITLOG - EVERY STREAM'S AUDIT LINES APPENDED IN
000330*        STREAM ORDER, SO EACH RANGE'S LINES STAY IN THE ORDER
000340*        THEY WERE WRITTEN
000350*    MRGPARMS NAMES THE STREAMS THAT RAN TONIGHT, ONE CARD PER
000360*    STREAM, COL 1 = 1-9 OR D. A STREAM WITH NO TRAILER IN EITHER
000370*    FEED DID NOT FINISH. WHEN ANYTHING IS MISSING OR OUT OF
000380*    BALANCE THE MERGED FEEDS GET NO TRAILERS - THE SAME RULE AS
000390*    A FAILED MULT-TABLE RUN: DO NOT TRANSMIT - THE AUDIT LINES
000400*    ARE NOT APPENDED, AND THE STEP ENDS RC 8. MRGRPT LISTS EVERY
000410*    RANGE, EVERY STREAM'S COUNTS AND EVERY IMBALANCE FOUND.
000420*    EVERY PARTIAL MUST BE TONIGHT'S: A STREAM WHOSE FEED TRAILER
000430*    IS NOT DATED WITHIN TONIGHT, OR A RANGE BLOCK WHOSE TABLEOUT
000440*    HEADER IS NOT, WAS LEFT BY AN EARLIER NIGHT AND DID NOT
000450*    FINISH. TONIGHT IS MULTTOV'S NOON-TO-NOON WINDOW, SO A NIGHT
000460*    THAT RUNS PAST MIDNIGHT IS STILL ONE NIGHT: MERGED BEFORE
000470*    NOON, A PARTIAL DATED TODAY OR YESTERDAY IS TONIGHT'S;
000480*    MERGED FROM NOON ON, ONLY ONE DATED TODAY IS.
000490*
000500* MODIFICATION HISTORY
000510*    10/15/2026  JK  ORIGINAL VERSION.
000520*    10/15/2026  JK  TABLEOUT RECORD 408 TO 458 BYTES (CELL
000530*                    OVERRIDE FLAGS ON EACH DETAIL ROW).
000540*    10/15/2026  JK  AUDIT LINE 132 TO 160 BYTES (OWNER, PAGES
000550*                    AND FEED RECORDS ADDED AT THE END FOR THE
000560*                    CHARGEBACK) - RECORD LENGTH KEPT IN STEP.
000570*    10/15/2026  JK  A STREAM TRAILER OR TABLEOUT HEADER NOT
000580*                    DATED TODAY IS A STALE PARTIAL - THE STREAM
000590*                    DID NOT FINISH AND THE NIGHT IS HELD (RC 8).
000600*    10/15/2026  JK  "TONIGHT" IS THE NOON-TO-NOON NIGHT WINDOW
000610*                    MULTTOV USES, NOT THE CALENDAR DAY - A
000620*                    NIGHT THAT RUNS PAST MIDNIGHT NO LONGER
000630*                    HOLDS ITS OWN PARTIALS AS STALE.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.    MULTMRG.
000670 AUTHOR.        JOSH KREPS.
000680 INSTALLATION.  SHOP FLOOR SYSTEMS.
000690 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT PARM-FILE ASSIGN TO "MRGPARMS"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-PARM-FILE-STATUS.
000800     SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT TABLE-IN-FILE ASSIGN TO "TABLEIN"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-TBIN-FILE-STATUS.
000850     SELECT TABLE-OUT-FILE ASSIGN TO "TABLEOUT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TBOUT-FILE-STATUS.
000880     SELECT INTF-IN-FILE ASSIGN TO "INTFIN"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-XIN-FILE-STATUS.
000910     SELECT INTF-OUT-FILE ASSIGN TO "INTFOUT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-XOUT-FILE-STATUS.
000940     SELECT DELTA-IN-FILE ASSIGN TO "DELTAIN"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-DIN-FILE-STATUS.
000970     SELECT DELTA-OUT-FILE ASSIGN TO "DELTAOUT"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-DOUT-FILE-STATUS.
001000     SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-AIN-FILE-STATUS.
001030     SELECT AUDIT-OUT-FILE ASSIGN TO "AUDITLOG"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-AOUT-FILE-STATUS.
001060     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-STAT-FILE-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  PARM-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  PARM-RECORD.
001170     05  MP-STREAM-ID           PIC X(01).
001180         88  MP-STREAM-IS-VALID     VALUES '1' THRU '9' 'D'.
001190     05  FILLER                 PIC X(79).
001200
001210 FD  MERGE-REPORT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 132 CHARACTERS.
001250 01  MERGE-REPORT-RECORD            PIC X(132).
001260
001270 FD  TABLE-IN-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 458 CHARACTERS.
001310     COPY MTTBLREC REPLACING LEADING ==TOR== BY ==TI==.
001320
001330 FD  TABLE-OUT-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 458 CHARACTERS.
001370 01  TABLE-OUT-RECORD               PIC X(458).
001380
001390*****************************************************************
001400*    THE COSTING FEEDS - ONLY THE RECORD TYPE AND THE COUNT
001410*    TRAILER MATTER HERE; A DETAIL IS COPIED AS IT STANDS. THE
001420*    TRAILER LAYOUT IS THE ONE 9500-WRITE-EXTRACT-TRAILER AND
001430*    9600-WRITE-DELTA-TRAILER WRITE IN MULT-TABLE, STREAM AND
001440*    ALL. KEEP IN STEP WITH THAT PROGRAM.
001450*****************************************************************
001460 FD  INTF-IN-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  INTF-IN-RECORD.
001510     05  XI-RECORD-TYPE          PIC X(01).
001520         88  XI-DETAIL-RECORD        VALUE 'D'.
001530         88  XI-TRAILER-RECORD       VALUE 'T'.
001540     05  XI-DATA                 PIC X(79).
001550     05  XI-TRAILER-AREA REDEFINES XI-DATA.
001560         10  XI-T-RECORD-COUNT   PIC 9(08).
001570         10  XI-T-STREAM-NUMBER  PIC X(01).
001580         10  FILLER              PIC X(10).
001590         10  XI-T-RUN-DATE       PIC X(06).
001600         10  FILLER              PIC X(54).
001610
001620 FD  INTF-OUT-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 80 CHARACTERS.
001660 01  INTF-OUT-RECORD.
001670     05  XO-RECORD-TYPE          PIC X(01).
001680     05  XO-DATA                 PIC X(79).
001690     05  XO-TRAILER-AREA REDEFINES XO-DATA.
001700         10  XO-T-RECORD-COUNT   PIC 9(08).
001710         10  XO-T-STREAM-NUMBER  PIC X(01).
001720         10  FILLER              PIC X(10).
001730         10  XO-T-RUN-DATE       PIC X(06).
001740         10  FILLER              PIC X(54).
001750
001760 FD  DELTA-IN-FILE
001770     RECORDING MODE IS F
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 80 CHARACTERS.
001800 01  DELTA-IN-RECORD.
001810     05  DI-RECORD-TYPE          PIC X(01).
001820         88  DI-DETAIL-RECORD        VALUE 'D'.
001830         88  DI-TRAILER-RECORD       VALUE 'T'.
001840     05  DI-DATA                 PIC X(79).
001850     05  DI-TRAILER-AREA REDEFINES DI-DATA.
001860         10  DI-T-RECORD-COUNT   PIC 9(08).
001870         10  DI-T-STREAM-NUMBER  PIC X(01).
001880         10  FILLER              PIC X(10).
001890         10  DI-T-RUN-DATE       PIC X(06).
001900         10  FILLER              PIC X(54).
001910
001920 FD  DELTA-OUT-FILE
001930     RECORDING MODE IS F
001940     LABEL RECORDS ARE STANDARD
001950     RECORD CONTAINS 80 CHARACTERS.
001960 01  DELTA-OUT-RECORD.
001970     05  DO-RECORD-TYPE          PIC X(01).
001980     05  DO-DATA                 PIC X(79).
001990     05  DO-TRAILER-AREA REDEFINES DO-DATA.
002000         10  DO-T-RECORD-COUNT   PIC 9(08).
002010         10  DO-T-STREAM-NUMBER  PIC X(01).
002020         10  FILLER              PIC X(10).
002030         10  DO-T-RUN-DATE       PIC X(06).
002040         10  FILLER              PIC X(54).
002050
002060 FD  AUDIT-IN-FILE
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 160 CHARACTERS.
002100 01  AUDIT-IN-RECORD                PIC X(160).
002110
002120 FD  AUDIT-OUT-FILE
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD
002150     RECORD CONTAINS 160 CHARACTERS.
002160 01  AUDIT-OUT-RECORD               PIC X(160).
002170
002180 FD  RUN-STATUS-FILE
002190     RECORDING MODE IS F
002200     LABEL RECORDS ARE STANDARD
002210     RECORD CONTAINS 120 CHARACTERS.
002220     COPY MTSTSREC.
002230
002240 WORKING-STORAGE SECTION.
002250*****************************************************************
002260*    SWITCHES
002270*****************************************************************
002280 01  WS-SWITCHES.
002290     05  WS-PARM-SWITCH         PIC X(01)  VALUE 'Y'.
002300         88  WS-PARMS-ARE-GOOD              VALUE 'Y'.
002310         88  WS-PARMS-ARE-BAD               VALUE 'N'.
002320     05  WS-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002330         88  WS-END-OF-PARM-FILE            VALUE 'Y'.
002340     05  WS-TBIN-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002350         88  WS-END-OF-TABLE-IN             VALUE 'Y'.
002360     05  WS-XIN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002370         88  WS-END-OF-INTF-IN              VALUE 'Y'.
002380     05  WS-DIN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002390         88  WS-END-OF-DELTA-IN             VALUE 'Y'.
002400     05  WS-AIN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002410         88  WS-END-OF-AUDIT-IN             VALUE 'Y'.
002420     05  WS-BLOCK-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
002430         88  WS-RANGE-BLOCK-OPEN            VALUE 'Y'.
002440         88  WS-RANGE-BLOCK-CLOSED          VALUE 'N'.
002450     05  WS-XOUT-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
002460         88  WS-INTF-OUT-IS-OPEN            VALUE 'Y'.
002470     05  WS-DOUT-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
002480         88  WS-DELTA-OUT-IS-OPEN           VALUE 'Y'.
002490     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002500         88  WS-ENTRY-WAS-FOUND             VALUE 'Y'.
002510         88  WS-ENTRY-NOT-FOUND             VALUE 'N'.
002520     05  WS-NIGHT-DATE-SWITCH   PIC X(01)  VALUE 'N'.
002530         88  WS-DATE-IS-TONIGHT             VALUE 'Y'.
002540         88  WS-DATE-NOT-TONIGHT            VALUE 'N'.
002550
002560*****************************************************************
002570*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
002580*    RETURN-CODE AT JOB END. 8 = SOMETHING IS MISSING OR OUT OF
002590*    BALANCE AND THE FEEDS ARE HELD; 16 = MRGPARMS OR A DATASET
002600*    COULD NOT BE READ OR WRITTEN.
002610*****************************************************************
002620 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
002630 77  WS-PARM-FILE-STATUS        PIC X(02).
002640 77  WS-TBIN-FILE-STATUS        PIC X(02).
002650 77  WS-TBOUT-FILE-STATUS       PIC X(02).
002660 77  WS-XIN-FILE-STATUS         PIC X(02).
002670 77  WS-XOUT-FILE-STATUS        PIC X(02).
002680 77  WS-DIN-FILE-STATUS         PIC X(02).
002690 77  WS-DOUT-FILE-STATUS        PIC X(02).
002700 77  WS-AIN-FILE-STATUS         PIC X(02).
002710 77  WS-AOUT-FILE-STATUS        PIC X(02).
002720 77  WS-STAT-FILE-STATUS        PIC X(02).
002730
002740 01  WS-CURRENT-DATE-FIELDS.
002750     05  WS-CD-YY               PIC 99.
002760     05  WS-CD-MM               PIC 99.
002770     05  WS-CD-DD               PIC 99.
002780
002790 01  WS-CURRENT-TIME-FIELDS.
002800     05  WS-CT-HH               PIC 99.
002810     05  WS-CT-MM               PIC 99.
002820     05  WS-CT-SS               PIC 99.
002830     05  WS-CT-HH100            PIC 99.
002840
002850*****************************************************************
002860*    THE NIGHT'S WINDOW, AS MULTTOV DRAWS IT - NOON YESTERDAY TO
002870*    NOON TODAY. RUN BEFORE WS-NIGHT-START-HOUR, A PARTIAL DATED
002880*    TODAY OR YESTERDAY IS TONIGHT'S; RUN FROM THEN ON, ONLY ONE
002890*    DATED TODAY IS. THE TRAILERS CARRY NO TIME OF DAY.
002900*****************************************************************
002910 77  WS-NIGHT-START-HOUR        PIC 9(02)  VALUE 12.
002920 77  WS-TODAY-INT               PIC 9(07).
002930 77  WS-NIGHT-FIRST-INT         PIC 9(07).
002940 77  WS-CHECK-DATE              PIC X(06).
002950 77  WS-CONVERT-YYMMDD          PIC 9(06).
002960 77  WS-CONVERTED-DAY-INT       PIC 9(07).
002970 77  WS-CCYYMMDD                PIC 9(08).
002980
002990*****************************************************************
003000*    THE STREAMS MRGPARMS SAYS RAN TONIGHT, AND WHAT EACH ONE'S
003010*    TRAILER SAID IN EACH FEED. FEED 1 IS INTFOUT, FEED 2 IS
003020*    DELTAOUT. NINE STREAMS PLUS THE DERIVED PASS.
003030*****************************************************************
003040 77  MAX-STREAMS                PIC 9(02)  VALUE 10.
003050 01  STREAM-TABLE.
003060     05  ST-ENTRY OCCURS 10 TIMES.
003070         10  ST-STREAM-ID       PIC X(01).
003080         10  ST-FEED OCCURS 2 TIMES.
003090             15  ST-TRAILER-SWITCH PIC X(01).
003100                 88  ST-TRAILER-SEEN    VALUE 'Y'.
003110                 88  ST-TRAILER-STALE   VALUE 'S'.
003120             15  ST-RECORD-COUNT   PIC 9(08).
003130 77  WS-STREAM-COUNT            PIC 9(02)  VALUE ZERO.
003140 77  WS-STREAM-SUB              PIC 9(02).
003150 77  WS-FOUND-SUB               PIC 9(02).
003160 77  WS-FEED-SUB                PIC 9(01).
003170 77  WS-FEED-NAME               PIC X(08).
003180 77  WS-LOOKUP-STREAM           PIC X(01).
003190
003200*****************************************************************
003210*    FEED BALANCING - THE DETAILS SINCE THE LAST TRAILER (ONE
003220*    STREAM'S SEGMENT) AND THE WHOLE FEED'S DETAIL COUNT.
003230*****************************************************************
003240 77  WS-SEGMENT-COUNT           PIC 9(08)  VALUE ZERO.
003250 77  WS-TRAILER-COUNT           PIC X(08).
003260 77  WS-TRAILER-COUNT-NUM REDEFINES WS-TRAILER-COUNT
003270                                PIC 9(08).
003280 77  WS-TRAILER-DATE            PIC X(06).
003290 77  WS-INTF-DETAIL-TOTAL       PIC 9(08)  VALUE ZERO.
003300 77  WS-DELTA-DETAIL-TOTAL      PIC 9(08)  VALUE ZERO.
003310 77  WS-AUDIT-LINE-COUNT        PIC 9(06)  VALUE ZERO.
003320
003330*****************************************************************
003340*    TABLEOUT BALANCING - EACH BLOCK'S CELLS ARE SUMMED BY
003350*    COLUMN AS THEY ARE READ. THE TRAILER'S CELL COUNT OVER ITS
003360*    ROW COUNT GIVES THE COLUMNS THE BLOCK REALLY HAS, AND THE
003370*    HASH IS THE SUM OF THOSE COLUMNS ONLY - THE SAME CELLS
003380*    5120-ACCUMULATE-CELL-HASH ADDS IN MULT-TABLE.
003390*****************************************************************
003400 77  MAX-TABLE-SIZE             PIC 99     VALUE 50.
003410 01  COLUMN-SUM-TABLE.
003420     05  CS-COLUMN-SUM          PIC 9(11) OCCURS 50 TIMES.
003430 77  WS-CURRENT-RANGE-ID        PIC X(08)  VALUE SPACES.
003440 77  WS-RANGE-ROW-COUNT         PIC 9(04)  VALUE ZERO.
003450 77  WS-RANGE-BAD-CELLS         PIC 9(04)  VALUE ZERO.
003460 77  WS-RANGE-HASH-TOTAL        PIC 9(13)  VALUE ZERO.
003470 77  WS-BLOCK-COLS              PIC 9(06).
003480 77  WS-BLOCK-REMAINDER         PIC 9(06).
003490 77  WS-CELL-SUB                PIC 9(02).
003500 77  WS-REJECT-REASON           PIC X(60)  VALUE SPACES.
003510
003520*****************************************************************
003530*    RANGE-IDS ALREADY MERGED - ONE RANGE IN TWO STREAMS WOULD
003540*    LOAD TWICE DOWNSTREAM. SAME LIMIT AS THE DRIVER'S DECK.
003550*****************************************************************
003560 77  MAX-RANGES                 PIC 9(03)  VALUE 100.
003570 01  SEEN-RANGE-TABLE.
003580     05  SR-RANGE-ID            PIC X(08) OCCURS 100 TIMES.
003590 77  WS-SEEN-COUNT              PIC 9(03)  VALUE ZERO.
003600 77  WS-SEEN-SUB                PIC 9(03).
003610
003620*****************************************************************
003630*    RUN-TOTAL ACCUMULATORS
003640*****************************************************************
003650 77  WS-TOTAL-RANGE-COUNT       PIC 9(04)  VALUE ZERO.
003660 77  WS-BALANCED-RANGE-COUNT    PIC 9(04)  VALUE ZERO.
003670 77  WS-TOTAL-RECORD-COUNT      PIC 9(08)  VALUE ZERO.
003680 77  WS-IMBALANCE-COUNT         PIC 9(06)  VALUE ZERO.
003690
003700*****************************************************************
003710*    REPORT-LINE EDITED FIELDS
003720*****************************************************************
003730 77  WS-EDIT-COUNT-4            PIC Z(03)9.
003740 77  WS-EDIT-COUNT-6            PIC Z(05)9.
003750 77  WS-EDIT-COUNT-8            PIC Z(07)9.
003760 77  WS-EDIT-COUNT-8B           PIC Z(07)9.
003770 77  WS-EDIT-HASH               PIC Z(12)9.
003780 77  WS-STRING-POINTER          PIC 9(04).
003790 01  WS-REPORT-LINE             PIC X(132).
003800 01  WS-IMBALANCE-TEXT          PIC X(120).
003810
003820 PROCEDURE DIVISION.
003830*****************************************************************
003840*    0000-MAINLINE - THE THREE MERGES ALWAYS RUN WHEN THE PARMS
003850*    ARE GOOD, SO MRGRPT SHOWS EVERYTHING WRONG IN ONE PASS; THE
003860*    TRAILERS AND THE AUDIT APPEND WAIT ON ALL OF THEM.
003870*****************************************************************
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
003900     IF WS-PARMS-ARE-GOOD
003910         PERFORM 2000-MERGE-TABLE-OUTPUT THRU 2000-EXIT
003920         PERFORM 3000-MERGE-INTERFACE    THRU 3000-EXIT
003930         PERFORM 4000-MERGE-DELTA        THRU 4000-EXIT
003940         PERFORM 5000-CHECK-STREAMS      THRU 5000-EXIT
003950         PERFORM 6000-FINISH-FEEDS       THRU 6000-EXIT
003960     END-IF
003970     PERFORM 9000-WRITE-RUN-TOTALS    THRU 9000-EXIT
003980     PERFORM 9800-POST-RUN-STATUS     THRU 9800-EXIT
003990     PERFORM 9900-TERMINATE-RUN       THRU 9900-EXIT
004000     GOBACK.
004010
004020*****************************************************************
004030*    1000-INITIALIZE-RUN - PICK UP THE STREAM LIST AND START THE
004040*    REPORT. TODAY AND THE FIRST DAY OF TONIGHT AS DAY NUMBERS
004050*    BOUND THE STALE-PARTIAL CHECK.
004060*****************************************************************
004070 1000-INITIALIZE-RUN.
004080     OPEN OUTPUT MERGE-REPORT-FILE
004090     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
004100     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
004110     MOVE WS-CURRENT-DATE-FIELDS TO WS-CONVERT-YYMMDD
004120     PERFORM 7250-CONVERT-DAY THRU 7250-EXIT
004130     MOVE WS-CONVERTED-DAY-INT TO WS-TODAY-INT
004140     IF WS-CT-HH LESS THAN WS-NIGHT-START-HOUR
004150         SUBTRACT 1 FROM WS-TODAY-INT GIVING WS-NIGHT-FIRST-INT
004160     ELSE
004170         MOVE WS-TODAY-INT TO WS-NIGHT-FIRST-INT
004180     END-IF
004190     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT
004200     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
004210 1000-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*    1200-READ-PARM-FILE - ONE CARD PER STREAM THAT RAN TONIGHT.
004260*    UNLIKE MOST PARM FILES THERE IS NO DEFAULT: WITHOUT THE LIST
004270*    A STREAM THAT NEVER RAN LOOKS THE SAME AS ONE THAT WAS NEVER
004280*    SCHEDULED, SO A MISSING, EMPTY OR MISPUNCHED MRGPARMS MERGES
004290*    NOTHING AND POSTS RC 16.
004300*****************************************************************
004310 1200-READ-PARM-FILE.
004320     OPEN INPUT PARM-FILE
004330     EVALUATE WS-PARM-FILE-STATUS
004340     WHEN "00"
004350         PERFORM 1250-READ-ONE-PARM THRU 1250-EXIT
004360             UNTIL WS-END-OF-PARM-FILE
004370         CLOSE PARM-FILE
004380         IF WS-STREAM-COUNT EQUAL TO ZERO AND WS-PARMS-ARE-GOOD
004390             SET WS-PARMS-ARE-BAD TO TRUE
004400             DISPLAY "MRGPARMS NAMES NO STREAMS - NOTHING MERGED"
004410         END-IF
004420     WHEN "35"
004430         SET WS-PARMS-ARE-BAD TO TRUE
004440         DISPLAY "MRGPARMS IS MISSING - NOTHING MERGED"
004450     WHEN OTHER
004460         SET WS-PARMS-ARE-BAD TO TRUE
004470         DISPLAY "MRGPARMS FILE STATUS " WS-PARM-FILE-STATUS
004480             " IS NOT OK - NOTHING MERGED"
004490     END-EVALUATE
004500     IF WS-PARMS-ARE-BAD AND 16 IS GREATER THAN WS-WORST-RC
004510         MOVE 16 TO WS-WORST-RC
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.
004550
004560 1250-READ-ONE-PARM.
004570     READ PARM-FILE
004580         AT END
004590             SET WS-END-OF-PARM-FILE TO TRUE
004600             GO TO 1250-EXIT
004610     END-READ
004620     IF NOT MP-STREAM-IS-VALID
004630         SET WS-PARMS-ARE-BAD TO TRUE
004640         DISPLAY "MRGPARMS STREAM '" MP-STREAM-ID
004650             "' IS NOT 1-9 OR D - NOTHING MERGED"
004660         GO TO 1250-EXIT
004670     END-IF
004680     MOVE MP-STREAM-ID TO WS-LOOKUP-STREAM
004690     PERFORM 7100-FIND-STREAM THRU 7100-EXIT
004700     IF WS-ENTRY-WAS-FOUND
004710         SET WS-PARMS-ARE-BAD TO TRUE
004720         DISPLAY "MRGPARMS NAMES STREAM " MP-STREAM-ID
004730             " TWICE - NOTHING MERGED"
004740         GO TO 1250-EXIT
004750     END-IF
004760     IF WS-STREAM-COUNT NOT LESS THAN MAX-STREAMS
004770         SET WS-PARMS-ARE-BAD TO TRUE
004780         DISPLAY "MRGPARMS NAMES MORE THAN " MAX-STREAMS
004790             " STREAMS - NOTHING MERGED"
004800         GO TO 1250-EXIT
004810     END-IF
004820     ADD 1 TO WS-STREAM-COUNT
004830     MOVE MP-STREAM-ID TO ST-STREAM-ID(WS-STREAM-COUNT)
004840     MOVE 'N'  TO ST-TRAILER-SWITCH(WS-STREAM-COUNT, 1)
004850     MOVE ZERO TO ST-RECORD-COUNT(WS-STREAM-COUNT, 1)
004860     MOVE 'N'  TO ST-TRAILER-SWITCH(WS-STREAM-COUNT, 2)
004870     MOVE ZERO TO ST-RECORD-COUNT(WS-STREAM-COUNT, 2).
004880 1250-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    1300-WRITE-REPORT-HEADER
004930*****************************************************************
004940 1300-WRITE-REPORT-HEADER.
004950     MOVE SPACES TO WS-REPORT-LINE
004960     MOVE 1 TO WS-STRING-POINTER
004970     STRING "PARALLEL STREAM MERGE AND BALANCE - RUN DATE "
004980            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
004990            DELIMITED BY SIZE INTO WS-REPORT-LINE
005000            WITH POINTER WS-STRING-POINTER
005010     IF WS-PARMS-ARE-BAD
005020         STRING "  *** MRGPARMS NOT USABLE - NOTHING MERGED ***"
005030                DELIMITED BY SIZE INTO WS-REPORT-LINE
005040                WITH POINTER WS-STRING-POINTER
005050     ELSE
005060         STRING "  STREAMS:"
005070                DELIMITED BY SIZE INTO WS-REPORT-LINE
005080                WITH POINTER WS-STRING-POINTER
005090         PERFORM 1350-LIST-ONE-STREAM THRU 1350-EXIT
005100             VARYING WS-STREAM-SUB FROM 1 BY 1
005110                 UNTIL WS-STREAM-SUB GREATER THAN WS-STREAM-COUNT
005120     END-IF
005130     MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
005140     WRITE MERGE-REPORT-RECORD
005150     MOVE SPACES TO MERGE-REPORT-RECORD
005160     WRITE MERGE-REPORT-RECORD.
005170 1300-EXIT.
005180     EXIT.
005190
005200 1350-LIST-ONE-STREAM.
005210     STRING " " ST-STREAM-ID(WS-STREAM-SUB)
005220            DELIMITED BY SIZE INTO WS-REPORT-LINE
005230            WITH POINTER WS-STRING-POINTER.
005240 1350-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280*    2000-MERGE-TABLE-OUTPUT - COPY EVERY STREAM'S TABLEOUT
005290*    BLOCKS THROUGH AS THEY STAND AND RE-PROVE EACH ONE. THE
005300*    BLOCKS NEED NO RE-SEQUENCING - DOWNSTREAM JOBS MATCH RANGES
005310*    BY HEADER, NEVER BY POSITION IN THE FILE.
005320*****************************************************************
005330 2000-MERGE-TABLE-OUTPUT.
005340     OPEN INPUT TABLE-IN-FILE
005350     IF WS-TBIN-FILE-STATUS NOT EQUAL TO "00"
005360         DISPLAY "TABLEIN FILE STATUS " WS-TBIN-FILE-STATUS
005370             " IS NOT OK - SEE TABLEIN"
005380         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
005390         GO TO 2000-EXIT
005400     END-IF
005410     OPEN OUTPUT TABLE-OUT-FILE
005420     IF WS-TBOUT-FILE-STATUS NOT EQUAL TO "00"
005430         DISPLAY "TABLEOUT FILE STATUS " WS-TBOUT-FILE-STATUS
005440             " IS NOT OK - SEE TABLEOUT"
005450         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
005460         CLOSE TABLE-IN-FILE
005470         GO TO 2000-EXIT
005480     END-IF
005490     MOVE "TABLEOUT RANGES" TO MERGE-REPORT-RECORD
005500     WRITE MERGE-REPORT-RECORD
005510     PERFORM 2100-READ-TABLE-IN THRU 2100-EXIT
005520     PERFORM 2200-MERGE-ONE-RECORD THRU 2200-EXIT
005530         UNTIL WS-END-OF-TABLE-IN
005540     IF WS-RANGE-BLOCK-OPEN
005550         MOVE "OUT OF BALANCE - TABLEIN ENDS INSIDE THE RANGE"
005560             TO WS-REJECT-REASON
005570         PERFORM 2600-REJECT-RANGE THRU 2600-EXIT
005580     END-IF
005590     CLOSE TABLE-IN-FILE
005600     CLOSE TABLE-OUT-FILE
005610     MOVE SPACES TO MERGE-REPORT-RECORD
005620     WRITE MERGE-REPORT-RECORD.
005630 2000-EXIT.
005640     EXIT.
005650
005660 2100-READ-TABLE-IN.
005670     READ TABLE-IN-FILE
005680         AT END
005690             SET WS-END-OF-TABLE-IN TO TRUE
005700     END-READ
005710     IF NOT WS-END-OF-TABLE-IN AND
005720        WS-TBIN-FILE-STATUS NOT EQUAL TO "00"
005730         DISPLAY "TABLEIN READ STATUS " WS-TBIN-FILE-STATUS
005740             " IS NOT OK - SEE TABLEIN"
005750         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
005760         SET WS-END-OF-TABLE-IN TO TRUE
005770     END-IF.
005780 2100-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*    2200-MERGE-ONE-RECORD - A HEADER OPENS A RANGE'S BLOCK,
005830*    DETAILS ARE SUMMED BY COLUMN, THE TRAILER PROVES THE BLOCK.
005840*    ANYTHING OUTSIDE A BLOCK IS ITSELF AN IMBALANCE. EVERY
005850*    RECORD IS COPIED, BALANCED OR NOT - THE VERDICT RIDES ON
005860*    THE FEED TRAILERS, NOT ON A SHORT TABLEOUT.
005870*****************************************************************
005880 2200-MERGE-ONE-RECORD.
005890     ADD 1 TO WS-TOTAL-RECORD-COUNT
005900     EVALUATE TRUE
005910     WHEN TI-HEADER-RECORD
005920         IF WS-RANGE-BLOCK-OPEN
005930             MOVE "OUT OF BALANCE - NO TRAILER BEFORE NEXT RANGE"
005940                 TO WS-REJECT-REASON
005950             PERFORM 2600-REJECT-RANGE THRU 2600-EXIT
005960         END-IF
005970         PERFORM 2300-OPEN-RANGE-BLOCK THRU 2300-EXIT
005980     WHEN TI-DETAIL-RECORD
005990         IF WS-RANGE-BLOCK-OPEN
006000             PERFORM 2400-SUM-DETAIL-ROW THRU 2400-EXIT
006010         ELSE
006020             MOVE "TABLEIN HAS A DETAIL ROW OUTSIDE ANY RANGE"
006030                 TO WS-IMBALANCE-TEXT
006040             PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
006050         END-IF
006060     WHEN TI-TRAILER-RECORD
006070         IF WS-RANGE-BLOCK-OPEN
006080             PERFORM 2500-PROVE-RANGE-BLOCK THRU 2500-EXIT
006090         ELSE
006100             MOVE "TABLEIN HAS A TRAILER OUTSIDE ANY RANGE"
006110                 TO WS-IMBALANCE-TEXT
006120             PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
006130         END-IF
006140     WHEN OTHER
006150         MOVE SPACES TO WS-IMBALANCE-TEXT
006160         STRING "TABLEIN HOLDS A RECORD OF UNKNOWN TYPE '"
006170                TI-RECORD-TYPE "'"
006180                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
006190         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
006200     END-EVALUATE
006210     MOVE TI-RECORD TO TABLE-OUT-RECORD
006220     WRITE TABLE-OUT-RECORD
006230     IF WS-TBOUT-FILE-STATUS NOT EQUAL TO "00"
006240         DISPLAY "TABLEOUT WRITE STATUS " WS-TBOUT-FILE-STATUS
006250             " IS NOT OK - SEE TABLEOUT"
006260         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
006270         SET WS-END-OF-TABLE-IN TO TRUE
006280         GO TO 2200-EXIT
006290     END-IF
006300     PERFORM 2100-READ-TABLE-IN THRU 2100-EXIT.
006310 2200-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*    2300-OPEN-RANGE-BLOCK - START THE RANGE'S BALANCING, AND
006360*    REFUSE A RANGE-ID ANOTHER STREAM HAS ALREADY BUILT, OR A
006370*    BLOCK WHOSE HEADER IS NOT DATED TONIGHT - A STALE PARTIAL.
006380*****************************************************************
006390 2300-OPEN-RANGE-BLOCK.
006400     SET WS-RANGE-BLOCK-OPEN TO TRUE
006410     ADD 1 TO WS-TOTAL-RANGE-COUNT
006420     MOVE TI-H-RANGE-ID TO WS-CURRENT-RANGE-ID
006430     MOVE ZERO TO WS-RANGE-ROW-COUNT
006440     MOVE ZERO TO WS-RANGE-BAD-CELLS
006450     MOVE ZERO TO WS-RANGE-HASH-TOTAL
006460     MOVE SPACES TO WS-REJECT-REASON
006470     PERFORM 2350-CLEAR-ONE-COLUMN THRU 2350-EXIT
006480         VARYING WS-CELL-SUB FROM 1 BY 1
006490             UNTIL WS-CELL-SUB GREATER THAN MAX-TABLE-SIZE
006500     SET WS-ENTRY-NOT-FOUND TO TRUE
006510     PERFORM 2370-CHECK-ONE-SEEN THRU 2370-EXIT
006520         VARYING WS-SEEN-SUB FROM 1 BY 1
006530             UNTIL WS-SEEN-SUB GREATER THAN WS-SEEN-COUNT
006540                OR WS-ENTRY-WAS-FOUND
006550     IF WS-ENTRY-WAS-FOUND
006560         MOVE "OUT OF BALANCE - RANGE-ID BUILT BY TWO STREAMS"
006570             TO WS-REJECT-REASON
006580     ELSE
006590         IF WS-SEEN-COUNT LESS THAN MAX-RANGES
006600             ADD 1 TO WS-SEEN-COUNT
006610             MOVE WS-CURRENT-RANGE-ID
006620                 TO SR-RANGE-ID(WS-SEEN-COUNT)
006630         ELSE
006640             MOVE "OUT OF BALANCE - RANGE TABLE IS FULL"
006650                 TO WS-REJECT-REASON
006660         END-IF
006670     END-IF
006680     MOVE TI-H-RUN-DATE TO WS-CHECK-DATE
006690     PERFORM 7200-CHECK-NIGHT-DATE THRU 7200-EXIT
006700     IF WS-REJECT-REASON EQUAL TO SPACES AND
006710        WS-DATE-NOT-TONIGHT
006720         MOVE "OUT OF BALANCE - NOT TONIGHT'S (STALE PARTIAL)"
006730             TO WS-REJECT-REASON
006740     END-IF.
006750 2300-EXIT.
006760     EXIT.
006770
006780 2350-CLEAR-ONE-COLUMN.
006790     MOVE ZERO TO CS-COLUMN-SUM(WS-CELL-SUB).
006800 2350-EXIT.
006810     EXIT.
006820
006830 2370-CHECK-ONE-SEEN.
006840     IF SR-RANGE-ID(WS-SEEN-SUB) EQUAL TO WS-CURRENT-RANGE-ID
006850         SET WS-ENTRY-WAS-FOUND TO TRUE
006860     END-IF.
006870 2370-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910*    2400-SUM-DETAIL-ROW - ADD EVERY CELL OF THE ROW TO ITS
006920*    COLUMN'S SUM. A CELL THAT IS NOT NUMERIC CANNOT HAVE COME
006930*    FROM MULT-TABLE AND DAMNS THE BLOCK.
006940*****************************************************************
006950 2400-SUM-DETAIL-ROW.
006960     ADD 1 TO WS-RANGE-ROW-COUNT
006970     PERFORM 2450-SUM-ONE-CELL THRU 2450-EXIT
006980         VARYING WS-CELL-SUB FROM 1 BY 1
006990             UNTIL WS-CELL-SUB GREATER THAN MAX-TABLE-SIZE.
007000 2400-EXIT.
007010     EXIT.
007020
007030 2450-SUM-ONE-CELL.
007040     IF TI-CELL(WS-CELL-SUB) IS NUMERIC
007050         ADD TI-CELL(WS-CELL-SUB) TO CS-COLUMN-SUM(WS-CELL-SUB)
007060     ELSE
007070         ADD 1 TO WS-RANGE-BAD-CELLS
007080     END-IF.
007090 2450-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130*    2500-PROVE-RANGE-BLOCK - THE TRAILER MUST BE WHOLE, AGREE
007140*    ON THE ROW COUNT, DESCRIBE A GRID (CELLS AN EXACT MULTIPLE
007150*    OF ROWS, NO WIDER THAN THE TABLE LIMIT) AND AGREE ON THE
007160*    HASH OF THAT GRID. THE FIRST REASON FOUND IS KEPT.
007170*****************************************************************
007180 2500-PROVE-RANGE-BLOCK.
007190     SET WS-RANGE-BLOCK-CLOSED TO TRUE
007200     IF WS-REJECT-REASON EQUAL TO SPACES AND
007210        WS-RANGE-BAD-CELLS IS GREATER THAN ZERO
007220         MOVE "OUT OF BALANCE - NON-NUMERIC CELLS IN THE BLOCK"
007230             TO WS-REJECT-REASON
007240     END-IF
007250     IF WS-REJECT-REASON EQUAL TO SPACES
007260         IF TI-T-ROW-COUNT IS NOT NUMERIC OR
007270            TI-T-CELL-COUNT IS NOT NUMERIC OR
007280            TI-T-HASH-TOTAL IS NOT NUMERIC
007290             MOVE "OUT OF BALANCE - TRAILER IS DAMAGED"
007300                 TO WS-REJECT-REASON
007310         ELSE
007320             PERFORM 2550-CHECK-TRAILER-COUNTS THRU 2550-EXIT
007330         END-IF
007340     END-IF
007350     IF WS-REJECT-REASON EQUAL TO SPACES
007360         ADD 1 TO WS-BALANCED-RANGE-COUNT
007370         MOVE "BALANCED" TO WS-REJECT-REASON
007380         PERFORM 8000-WRITE-RANGE-LINE THRU 8000-EXIT
007390     ELSE
007400         PERFORM 2600-REJECT-RANGE THRU 2600-EXIT
007410     END-IF.
007420 2500-EXIT.
007430     EXIT.
007440
007450 2550-CHECK-TRAILER-COUNTS.
007460     MOVE ZERO TO WS-BLOCK-COLS
007470     MOVE ZERO TO WS-BLOCK-REMAINDER
007480     IF WS-RANGE-ROW-COUNT IS GREATER THAN ZERO
007490         DIVIDE TI-T-CELL-COUNT BY WS-RANGE-ROW-COUNT
007500             GIVING WS-BLOCK-COLS
007510             REMAINDER WS-BLOCK-REMAINDER
007520     END-IF
007530     EVALUATE TRUE
007540     WHEN TI-T-ROW-COUNT NOT EQUAL TO WS-RANGE-ROW-COUNT
007550         MOVE "OUT OF BALANCE - ROW COUNT DOES NOT AGREE"
007560             TO WS-REJECT-REASON
007570     WHEN WS-RANGE-ROW-COUNT EQUAL TO ZERO AND
007580          TI-T-CELL-COUNT NOT EQUAL TO ZERO
007590         MOVE "OUT OF BALANCE - CELLS COUNTED BUT NO ROWS"
007600             TO WS-REJECT-REASON
007610     WHEN WS-BLOCK-REMAINDER NOT EQUAL TO ZERO OR
007620          WS-BLOCK-COLS IS GREATER THAN MAX-TABLE-SIZE
007630         MOVE "OUT OF BALANCE - CELL COUNT IS NOT A GRID"
007640             TO WS-REJECT-REASON
007650     WHEN OTHER
007660         PERFORM 2570-ADD-ONE-COLUMN THRU 2570-EXIT
007670             VARYING WS-CELL-SUB FROM 1 BY 1
007680                 UNTIL WS-CELL-SUB GREATER THAN WS-BLOCK-COLS
007690         IF TI-T-HASH-TOTAL NOT EQUAL TO WS-RANGE-HASH-TOTAL
007700             MOVE "OUT OF BALANCE - HASH TOTAL DOES NOT AGREE"
007710                 TO WS-REJECT-REASON
007720         END-IF
007730     END-EVALUATE.
007740 2550-EXIT.
007750     EXIT.
007760
007770 2570-ADD-ONE-COLUMN.
007780     ADD CS-COLUMN-SUM(WS-CELL-SUB) TO WS-RANGE-HASH-TOTAL.
007790 2570-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    2600-REJECT-RANGE - A BLOCK THAT DID NOT PROVE OUT. IT IS
007840*    STILL ON THE MERGED TABLEOUT, BUT IT COUNTS AGAINST THE
007850*    NIGHT AND HOLDS THE FEEDS.
007860*****************************************************************
007870 2600-REJECT-RANGE.
007880     SET WS-RANGE-BLOCK-CLOSED TO TRUE
007890     PERFORM 8000-WRITE-RANGE-LINE THRU 8000-EXIT
007900     ADD 1 TO WS-IMBALANCE-COUNT
007910     IF 8 IS GREATER THAN WS-WORST-RC
007920         MOVE 8 TO WS-WORST-RC
007930     END-IF.
007940 2600-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980*    3000-MERGE-INTERFACE - COPY EVERY STREAM'S COSTING EXTRACT
007990*    DETAILS AND BALANCE EACH STREAM'S SEGMENT AGAINST ITS OWN
008000*    TRAILER. THE PARTIAL TRAILERS ARE NOT COPIED - 6000 WRITES
008010*    ONE FOR THE WHOLE FEED WHEN THE NIGHT BALANCES.
008020*****************************************************************
008030 3000-MERGE-INTERFACE.
008040     MOVE 1 TO WS-FEED-SUB
008050     MOVE "INTFOUT" TO WS-FEED-NAME
008060     MOVE ZERO TO WS-SEGMENT-COUNT
008070     OPEN INPUT INTF-IN-FILE
008080     IF WS-XIN-FILE-STATUS NOT EQUAL TO "00"
008090         DISPLAY "INTFIN FILE STATUS " WS-XIN-FILE-STATUS
008100             " IS NOT OK - SEE INTFIN"
008110         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008120         GO TO 3000-EXIT
008130     END-IF
008140     OPEN OUTPUT INTF-OUT-FILE
008150     IF WS-XOUT-FILE-STATUS NOT EQUAL TO "00"
008160         DISPLAY "INTFOUT FILE STATUS " WS-XOUT-FILE-STATUS
008170             " IS NOT OK - SEE INTFOUT"
008180         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008190         CLOSE INTF-IN-FILE
008200         GO TO 3000-EXIT
008210     END-IF
008220     SET WS-INTF-OUT-IS-OPEN TO TRUE
008230     PERFORM 3100-READ-INTF-IN THRU 3100-EXIT
008240     PERFORM 3200-MERGE-ONE-INTF THRU 3200-EXIT
008250         UNTIL WS-END-OF-INTF-IN
008260     PERFORM 7300-CHECK-LAST-SEGMENT THRU 7300-EXIT
008270     CLOSE INTF-IN-FILE.
008280 3000-EXIT.
008290     EXIT.
008300
008310 3100-READ-INTF-IN.
008320     READ INTF-IN-FILE
008330         AT END
008340             SET WS-END-OF-INTF-IN TO TRUE
008350     END-READ
008360     IF NOT WS-END-OF-INTF-IN AND
008370        WS-XIN-FILE-STATUS NOT EQUAL TO "00"
008380         DISPLAY "INTFIN READ STATUS " WS-XIN-FILE-STATUS
008390             " IS NOT OK - SEE INTFIN"
008400         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008410         SET WS-END-OF-INTF-IN TO TRUE
008420     END-IF.
008430 3100-EXIT.
008440     EXIT.
008450
008460 3200-MERGE-ONE-INTF.
008470     EVALUATE TRUE
008480     WHEN XI-DETAIL-RECORD
008490         ADD 1 TO WS-SEGMENT-COUNT
008500         ADD 1 TO WS-INTF-DETAIL-TOTAL
008510         MOVE INTF-IN-RECORD TO INTF-OUT-RECORD
008520         WRITE INTF-OUT-RECORD
008530         IF WS-XOUT-FILE-STATUS NOT EQUAL TO "00"
008540             DISPLAY "INTFOUT WRITE STATUS " WS-XOUT-FILE-STATUS
008550                 " IS NOT OK - SEE INTFOUT"
008560             PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008570             SET WS-END-OF-INTF-IN TO TRUE
008580             GO TO 3200-EXIT
008590         END-IF
008600     WHEN XI-TRAILER-RECORD
008610         MOVE XI-T-STREAM-NUMBER TO WS-LOOKUP-STREAM
008620         MOVE XI-DATA(1:8) TO WS-TRAILER-COUNT
008630         MOVE XI-T-RUN-DATE TO WS-TRAILER-DATE
008640         PERFORM 7000-CHECK-FEED-TRAILER THRU 7000-EXIT
008650     WHEN OTHER
008660         MOVE SPACES TO WS-IMBALANCE-TEXT
008670         STRING "INTFIN HOLDS A RECORD OF UNKNOWN TYPE '"
008680                XI-RECORD-TYPE "'"
008690                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
008700         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
008710     END-EVALUATE
008720     PERFORM 3100-READ-INTF-IN THRU 3100-EXIT.
008730 3200-EXIT.
008740     EXIT.
008750
008760*****************************************************************
008770*    4000-MERGE-DELTA - THE SAME FOR THE DELTA FEED.
008780*****************************************************************
008790 4000-MERGE-DELTA.
008800     MOVE 2 TO WS-FEED-SUB
008810     MOVE "DELTAOUT" TO WS-FEED-NAME
008820     MOVE ZERO TO WS-SEGMENT-COUNT
008830     OPEN INPUT DELTA-IN-FILE
008840     IF WS-DIN-FILE-STATUS NOT EQUAL TO "00"
008850         DISPLAY "DELTAIN FILE STATUS " WS-DIN-FILE-STATUS
008860             " IS NOT OK - SEE DELTAIN"
008870         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008880         GO TO 4000-EXIT
008890     END-IF
008900     OPEN OUTPUT DELTA-OUT-FILE
008910     IF WS-DOUT-FILE-STATUS NOT EQUAL TO "00"
008920         DISPLAY "DELTAOUT FILE STATUS " WS-DOUT-FILE-STATUS
008930             " IS NOT OK - SEE DELTAOUT"
008940         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
008950         CLOSE DELTA-IN-FILE
008960         GO TO 4000-EXIT
008970     END-IF
008980     SET WS-DELTA-OUT-IS-OPEN TO TRUE
008990     PERFORM 4100-READ-DELTA-IN THRU 4100-EXIT
009000     PERFORM 4200-MERGE-ONE-DELTA THRU 4200-EXIT
009010         UNTIL WS-END-OF-DELTA-IN
009020     PERFORM 7300-CHECK-LAST-SEGMENT THRU 7300-EXIT
009030     CLOSE DELTA-IN-FILE.
009040 4000-EXIT.
009050     EXIT.
009060
009070 4100-READ-DELTA-IN.
009080     READ DELTA-IN-FILE
009090         AT END
009100             SET WS-END-OF-DELTA-IN TO TRUE
009110     END-READ
009120     IF NOT WS-END-OF-DELTA-IN AND
009130        WS-DIN-FILE-STATUS NOT EQUAL TO "00"
009140         DISPLAY "DELTAIN READ STATUS " WS-DIN-FILE-STATUS
009150             " IS NOT OK - SEE DELTAIN"
009160         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
009170         SET WS-END-OF-DELTA-IN TO TRUE
009180     END-IF.
009190 4100-EXIT.
009200     EXIT.
009210
009220 4200-MERGE-ONE-DELTA.
009230     EVALUATE TRUE
009240     WHEN DI-DETAIL-RECORD
009250         ADD 1 TO WS-SEGMENT-COUNT
009260         ADD 1 TO WS-DELTA-DETAIL-TOTAL
009270         MOVE DELTA-IN-RECORD TO DELTA-OUT-RECORD
009280         WRITE DELTA-OUT-RECORD
009290         IF WS-DOUT-FILE-STATUS NOT EQUAL TO "00"
009300             DISPLAY "DELTAOUT WRITE STATUS " WS-DOUT-FILE-STATUS
009310                 " IS NOT OK - SEE DELTAOUT"
009320             PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
009330             SET WS-END-OF-DELTA-IN TO TRUE
009340             GO TO 4200-EXIT
009350         END-IF
009360     WHEN DI-TRAILER-RECORD
009370         MOVE DI-T-STREAM-NUMBER TO WS-LOOKUP-STREAM
009380         MOVE DI-DATA(1:8) TO WS-TRAILER-COUNT
009390         MOVE DI-T-RUN-DATE TO WS-TRAILER-DATE
009400         PERFORM 7000-CHECK-FEED-TRAILER THRU 7000-EXIT
009410     WHEN OTHER
009420         MOVE SPACES TO WS-IMBALANCE-TEXT
009430         STRING "DELTAIN HOLDS A RECORD OF UNKNOWN TYPE '"
009440                DI-RECORD-TYPE "'"
009450                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
009460         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
009470     END-EVALUATE
009480     PERFORM 4100-READ-DELTA-IN THRU 4100-EXIT.
009490 4200-EXIT.
009500     EXIT.
009510
009520*****************************************************************
009530*    5000-CHECK-STREAMS - ONE LINE PER STREAM WITH WHAT ITS
009540*    TRAILERS SAID. A STREAM MISSING A TRAILER IN EITHER FEED
009550*    DID NOT FINISH - ITS RANGES MAY BE PARTLY OR WHOLLY ABSENT.
009560*    SO DID ONE WHOSE TRAILER IS NOT TONIGHT'S - WHAT WAS READ
009570*    IS AN EARLIER NIGHT'S PARTIAL, NOT TONIGHT'S.
009580*****************************************************************
009590 5000-CHECK-STREAMS.
009600     MOVE "STREAMS" TO MERGE-REPORT-RECORD
009610     WRITE MERGE-REPORT-RECORD
009620     PERFORM 5100-CHECK-ONE-STREAM THRU 5100-EXIT
009630         VARYING WS-STREAM-SUB FROM 1 BY 1
009640             UNTIL WS-STREAM-SUB GREATER THAN WS-STREAM-COUNT
009650     MOVE SPACES TO MERGE-REPORT-RECORD
009660     WRITE MERGE-REPORT-RECORD.
009670 5000-EXIT.
009680     EXIT.
009690
009700 5100-CHECK-ONE-STREAM.
009710     MOVE ST-RECORD-COUNT(WS-STREAM-SUB, 1) TO WS-EDIT-COUNT-8
009720     MOVE ST-RECORD-COUNT(WS-STREAM-SUB, 2) TO WS-EDIT-COUNT-8B
009730     MOVE SPACES TO WS-REPORT-LINE
009740     MOVE 1 TO WS-STRING-POINTER
009750     STRING "STREAM " ST-STREAM-ID(WS-STREAM-SUB)
009760            "  INTFOUT DETAILS=" WS-EDIT-COUNT-8
009770            "  DELTAOUT DETAILS=" WS-EDIT-COUNT-8B "  "
009780            DELIMITED BY SIZE INTO WS-REPORT-LINE
009790            WITH POINTER WS-STRING-POINTER
009800     IF ST-TRAILER-SEEN(WS-STREAM-SUB, 1) AND
009810        ST-TRAILER-SEEN(WS-STREAM-SUB, 2)
009820         STRING "FINISHED"
009830                DELIMITED BY SIZE INTO WS-REPORT-LINE
009840                WITH POINTER WS-STRING-POINTER
009850         MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
009860         WRITE MERGE-REPORT-RECORD
009870     ELSE
009880         STRING "DID NOT FINISH"
009890                DELIMITED BY SIZE INTO WS-REPORT-LINE
009900                WITH POINTER WS-STRING-POINTER
009910         MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
009920         WRITE MERGE-REPORT-RECORD
009930         MOVE SPACES TO WS-IMBALANCE-TEXT
009940         IF ST-TRAILER-STALE(WS-STREAM-SUB, 1) OR
009950            ST-TRAILER-STALE(WS-STREAM-SUB, 2)
009960             STRING "STREAM " ST-STREAM-ID(WS-STREAM-SUB)
009970                    " TRAILER IS NOT TONIGHT'S - AN EARLIER "
009980                    "NIGHT'S PARTIAL; RERUN IT, THEN THIS JOB"
009990                    DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
010000         ELSE
010010             STRING "STREAM " ST-STREAM-ID(WS-STREAM-SUB)
010020                    " HAS NO TRAILER ON INTFIN OR DELTAIN - "
010030                    "IT DID NOT "
010040                    "FINISH; RERUN IT, THEN THIS JOB"
010050                    DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
010060         END-IF
010070         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
010080     END-IF.
010090 5100-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130*    6000-FINISH-FEEDS - ONLY A NIGHT WITH EVERY STREAM FINISHED
010140*    AND EVERY BLOCK AND SEGMENT IN BALANCE GETS ITS FEED
010150*    TRAILERS (STREAM BLANK, LIKE A SINGLE-STREAM RUN) AND ITS
010160*    AUDIT LINES. OTHERWISE THE FEEDS ARE LEFT WITHOUT TRAILERS
010170*    SO THEY CAN NEVER BE TRANSMITTED BY MISTAKE. THE MERGED
010180*    TRAILERS CARRY TODAY'S DATE, AS A SINGLE-STREAM RUN'S DO.
010190*****************************************************************
010200 6000-FINISH-FEEDS.
010210     IF WS-IMBALANCE-COUNT IS GREATER THAN ZERO OR
010220        WS-WORST-RC IS NOT LESS THAN 8
010230         DISPLAY "MULTMRG - STREAMS MISSING OR OUT OF BALANCE - "
010240             "FEED TRAILERS WITHHELD - DO NOT TRANSMIT"
010250         GO TO 6000-EXIT
010260     END-IF
010270     MOVE SPACES TO INTF-OUT-RECORD
010280     MOVE 'T' TO XO-RECORD-TYPE
010290     MOVE WS-INTF-DETAIL-TOTAL TO XO-T-RECORD-COUNT
010300     MOVE SPACE TO XO-T-STREAM-NUMBER
010310     MOVE WS-CURRENT-DATE-FIELDS TO XO-T-RUN-DATE
010320     WRITE INTF-OUT-RECORD
010330     IF WS-XOUT-FILE-STATUS NOT EQUAL TO "00"
010340         DISPLAY "INTFOUT WRITE STATUS " WS-XOUT-FILE-STATUS
010350             " IS NOT OK - SEE INTFOUT"
010360         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
010370         GO TO 6000-EXIT
010380     END-IF
010390     MOVE SPACES TO DELTA-OUT-RECORD
010400     MOVE 'T' TO DO-RECORD-TYPE
010410     MOVE WS-DELTA-DETAIL-TOTAL TO DO-T-RECORD-COUNT
010420     MOVE SPACE TO DO-T-STREAM-NUMBER
010430     MOVE WS-CURRENT-DATE-FIELDS TO DO-T-RUN-DATE
010440     WRITE DELTA-OUT-RECORD
010450     IF WS-DOUT-FILE-STATUS NOT EQUAL TO "00"
010460         DISPLAY "DELTAOUT WRITE STATUS " WS-DOUT-FILE-STATUS
010470             " IS NOT OK - SEE DELTAOUT"
010480         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
010490         GO TO 6000-EXIT
010500     END-IF
010510     PERFORM 6300-APPEND-AUDIT-LINES THRU 6300-EXIT.
010520 6000-EXIT.
010530     EXIT.
010540
010550*****************************************************************
010560*    6300-APPEND-AUDIT-LINES - THE STREAMS' AUDIT LINES, IN THE
010570*    ORDER THE JCL CONCATENATES THEM, ONTO THE PERMANENT LOG.
010580*****************************************************************
010590 6300-APPEND-AUDIT-LINES.
010600     OPEN INPUT AUDIT-IN-FILE
010610     IF WS-AIN-FILE-STATUS NOT EQUAL TO "00"
010620         DISPLAY "AUDITIN FILE STATUS " WS-AIN-FILE-STATUS
010630             " IS NOT OK - SEE AUDITIN"
010640         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
010650         GO TO 6300-EXIT
010660     END-IF
010670     OPEN EXTEND AUDIT-OUT-FILE
010680     IF WS-AOUT-FILE-STATUS NOT EQUAL TO "00"
010690         DISPLAY "AUDITLOG FILE STATUS " WS-AOUT-FILE-STATUS
010700             " IS NOT OK - SEE AUDITLOG"
010710         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
010720         CLOSE AUDIT-IN-FILE
010730         GO TO 6300-EXIT
010740     END-IF
010750     PERFORM 6350-COPY-ONE-AUDIT-LINE THRU 6350-EXIT
010760         UNTIL WS-END-OF-AUDIT-IN
010770     CLOSE AUDIT-IN-FILE
010780     CLOSE AUDIT-OUT-FILE.
010790 6300-EXIT.
010800     EXIT.
010810
010820 6350-COPY-ONE-AUDIT-LINE.
010830     READ AUDIT-IN-FILE
010840         AT END
010850             SET WS-END-OF-AUDIT-IN TO TRUE
010860             GO TO 6350-EXIT
010870     END-READ
010880     MOVE AUDIT-IN-RECORD TO AUDIT-OUT-RECORD
010890     WRITE AUDIT-OUT-RECORD
010900     IF WS-AOUT-FILE-STATUS NOT EQUAL TO "00"
010910         DISPLAY "AUDITLOG WRITE STATUS " WS-AOUT-FILE-STATUS
010920             " IS NOT OK - SEE AUDITLOG"
010930         PERFORM 8900-DATASET-FAILED THRU 8900-EXIT
010940         SET WS-END-OF-AUDIT-IN TO TRUE
010950         GO TO 6350-EXIT
010960     END-IF
010970     ADD 1 TO WS-AUDIT-LINE-COUNT.
010980 6350-EXIT.
010990     EXIT.
011000
011010*****************************************************************
011020*    7000-CHECK-FEED-TRAILER - A STREAM'S TRAILER CLOSES ITS
011030*    SEGMENT OF THE FEED (WS-FEED-SUB/WS-FEED-NAME). IT MUST
011040*    BELONG TO A STREAM MRGPARMS EXPECTS, BE THAT STREAM'S FIRST
011050*    IN THIS FEED, AND COUNT EXACTLY THE DETAILS SINCE THE LAST
011060*    TRAILER. ONE NOT TONIGHT'S IS MARKED STALE - 5100 THEN
011070*    REPORTS THE STREAM AS NOT FINISHED.
011080*****************************************************************
011090 7000-CHECK-FEED-TRAILER.
011100     PERFORM 7100-FIND-STREAM THRU 7100-EXIT
011110     MOVE WS-TRAILER-DATE TO WS-CHECK-DATE
011120     PERFORM 7200-CHECK-NIGHT-DATE THRU 7200-EXIT
011130     EVALUATE TRUE
011140     WHEN WS-ENTRY-NOT-FOUND
011150         MOVE SPACES TO WS-IMBALANCE-TEXT
011160         STRING WS-FEED-NAME " TRAILER FOR STREAM '"
011170                WS-LOOKUP-STREAM "' - NOT A STREAM MRGPARMS NAMES"
011180                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
011190         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
011200     WHEN ST-TRAILER-SEEN(WS-FOUND-SUB, WS-FEED-SUB) OR
011210          ST-TRAILER-STALE(WS-FOUND-SUB, WS-FEED-SUB)
011220         MOVE SPACES TO WS-IMBALANCE-TEXT
011230         STRING WS-FEED-NAME " HAS A SECOND TRAILER FOR STREAM "
011240                WS-LOOKUP-STREAM
011250                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
011260         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
011270     WHEN WS-TRAILER-COUNT IS NOT NUMERIC
011280         SET ST-TRAILER-SEEN(WS-FOUND-SUB, WS-FEED-SUB) TO TRUE
011290         MOVE WS-SEGMENT-COUNT
011300             TO ST-RECORD-COUNT(WS-FOUND-SUB, WS-FEED-SUB)
011310         MOVE SPACES TO WS-IMBALANCE-TEXT
011320         STRING WS-FEED-NAME " TRAILER FOR STREAM "
011330                WS-LOOKUP-STREAM " IS DAMAGED"
011340                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
011350         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
011360     WHEN WS-DATE-NOT-TONIGHT
011370         SET ST-TRAILER-STALE(WS-FOUND-SUB, WS-FEED-SUB) TO TRUE
011380         MOVE WS-SEGMENT-COUNT
011390             TO ST-RECORD-COUNT(WS-FOUND-SUB, WS-FEED-SUB)
011400     WHEN OTHER
011410         SET ST-TRAILER-SEEN(WS-FOUND-SUB, WS-FEED-SUB) TO TRUE
011420         MOVE WS-SEGMENT-COUNT
011430             TO ST-RECORD-COUNT(WS-FOUND-SUB, WS-FEED-SUB)
011440         IF WS-TRAILER-COUNT-NUM NOT EQUAL TO WS-SEGMENT-COUNT
011450             MOVE WS-TRAILER-COUNT-NUM TO WS-EDIT-COUNT-8
011460             MOVE WS-SEGMENT-COUNT TO WS-EDIT-COUNT-8B
011470             MOVE SPACES TO WS-IMBALANCE-TEXT
011480             STRING WS-FEED-NAME " STREAM " WS-LOOKUP-STREAM
011490                    " TRAILER SAYS " WS-EDIT-COUNT-8
011500                    " DETAILS, ITS SEGMENT HOLDS "
011510                    WS-EDIT-COUNT-8B
011520                    DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
011530             PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
011540         END-IF
011550     END-EVALUATE
011560     MOVE ZERO TO WS-SEGMENT-COUNT.
011570 7000-EXIT.
011580     EXIT.
011590
011600 7100-FIND-STREAM.
011610     SET WS-ENTRY-NOT-FOUND TO TRUE
011620     MOVE ZERO TO WS-FOUND-SUB
011630     PERFORM 7150-CHECK-ONE-STREAM THRU 7150-EXIT
011640         VARYING WS-STREAM-SUB FROM 1 BY 1
011650             UNTIL WS-STREAM-SUB GREATER THAN WS-STREAM-COUNT
011660                OR WS-ENTRY-WAS-FOUND.
011670 7100-EXIT.
011680     EXIT.
011690
011700 7150-CHECK-ONE-STREAM.
011710     IF ST-STREAM-ID(WS-STREAM-SUB) EQUAL TO WS-LOOKUP-STREAM
011720         SET WS-ENTRY-WAS-FOUND TO TRUE
011730         MOVE WS-STREAM-SUB TO WS-FOUND-SUB
011740     END-IF.
011750 7150-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790*    7200-CHECK-NIGHT-DATE - IS WS-CHECK-DATE (A TRAILER OR
011800*    TABLEOUT HEADER RUN DATE, YYMMDD) WITHIN TONIGHT? A DATE
011810*    THAT IS NOT NUMERIC, OR IS NOT A REAL DAY, IS NOT.
011820*****************************************************************
011830 7200-CHECK-NIGHT-DATE.
011840     SET WS-DATE-NOT-TONIGHT TO TRUE
011850     IF WS-CHECK-DATE IS NOT NUMERIC
011860         GO TO 7200-EXIT
011870     END-IF
011880     MOVE WS-CHECK-DATE TO WS-CONVERT-YYMMDD
011890     PERFORM 7250-CONVERT-DAY THRU 7250-EXIT
011900     IF WS-CONVERTED-DAY-INT NOT LESS THAN WS-NIGHT-FIRST-INT AND
011910        WS-CONVERTED-DAY-INT NOT GREATER THAN WS-TODAY-INT
011920         SET WS-DATE-IS-TONIGHT TO TRUE
011930     END-IF.
011940 7200-EXIT.
011950     EXIT.
011960
011970*****************************************************************
011980*    7250-CONVERT-DAY - YYMMDD TO DAY NUMBER, SAME AS MULTTOV AND
011990*    MULTHKP: THE CENTURY IS PINNED AT 20. A DATE INTEGER-OF-DATE
012000*    WILL NOT TAKE COMES BACK AS ZERO, WHICH IS NEVER TONIGHT.
012010*****************************************************************
012020 7250-CONVERT-DAY.
012030     COMPUTE WS-CCYYMMDD = 20000000 + WS-CONVERT-YYMMDD
012040     COMPUTE WS-CONVERTED-DAY-INT =
012050         FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
012060         ON SIZE ERROR
012070             MOVE ZERO TO WS-CONVERTED-DAY-INT
012080     END-COMPUTE.
012090 7250-EXIT.
012100     EXIT.
012110
012120*****************************************************************
012130*    7300-CHECK-LAST-SEGMENT - DETAILS AFTER THE LAST TRAILER
012140*    BELONG TO A STREAM THAT NEVER WROTE ITS TRAILER.
012150*****************************************************************
012160 7300-CHECK-LAST-SEGMENT.
012170     IF WS-SEGMENT-COUNT IS GREATER THAN ZERO
012180         MOVE WS-SEGMENT-COUNT TO WS-EDIT-COUNT-8
012190         MOVE SPACES TO WS-IMBALANCE-TEXT
012200         STRING WS-FEED-NAME " ENDS WITH " WS-EDIT-COUNT-8
012210                " DETAILS AFTER THE LAST TRAILER - "
012220                "A STREAM DID NOT "
012230                "FINISH"
012240                DELIMITED BY SIZE INTO WS-IMBALANCE-TEXT
012250         PERFORM 8100-NOTE-IMBALANCE THRU 8100-EXIT
012260     END-IF.
012270 7300-EXIT.
012280     EXIT.
012290
012300*****************************************************************
012310*    8000-WRITE-RANGE-LINE - ONE LINE PER TABLEOUT RANGE, WITH
012320*    WHAT WAS COUNTED AND ITS VERDICT (WS-REJECT-REASON).
012330*****************************************************************
012340 8000-WRITE-RANGE-LINE.
012350     MOVE WS-RANGE-ROW-COUNT  TO WS-EDIT-COUNT-4
012360     MOVE WS-RANGE-HASH-TOTAL TO WS-EDIT-HASH
012370     MOVE SPACES TO WS-REPORT-LINE
012380     MOVE 1 TO WS-STRING-POINTER
012390     STRING "RANGE " WS-CURRENT-RANGE-ID
012400            "  ROWS=" WS-EDIT-COUNT-4
012410            "  HASH=" WS-EDIT-HASH
012420            "  " WS-REJECT-REASON
012430            DELIMITED BY SIZE INTO WS-REPORT-LINE
012440            WITH POINTER WS-STRING-POINTER
012450     MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
012460     WRITE MERGE-REPORT-RECORD.
012470 8000-EXIT.
012480     EXIT.
012490
012500*****************************************************************
012510*    8100-NOTE-IMBALANCE - BOOKKEEPING COMMON TO EVERY FINDING
012520*    OUTSIDE A RANGE LINE: THE CALLER'S TEXT GOES ON MRGRPT, THE
012530*    NIGHT IS OUT OF BALANCE AND THE STEP POSTS RC 8.
012540*****************************************************************
012550 8100-NOTE-IMBALANCE.
012560     ADD 1 TO WS-IMBALANCE-COUNT
012570     MOVE SPACES TO WS-REPORT-LINE
012580     MOVE 1 TO WS-STRING-POINTER
012590     STRING "*** " WS-IMBALANCE-TEXT
012600            DELIMITED BY SIZE INTO WS-REPORT-LINE
012610            WITH POINTER WS-STRING-POINTER
012620     MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
012630     WRITE MERGE-REPORT-RECORD
012640     IF 8 IS GREATER THAN WS-WORST-RC
012650         MOVE 8 TO WS-WORST-RC
012660     END-IF.
012670 8100-EXIT.
012680     EXIT.
012690
012700*****************************************************************
012710*    8900-DATASET-FAILED - A DATASET THAT WILL NOT OPEN, READ OR
012720*    WRITE. THE CALLER HAS SAID WHICH; THE STEP POSTS RC 16 AND
012730*    THE FEEDS GET NO TRAILERS.
012740*****************************************************************
012750 8900-DATASET-FAILED.
012760     IF 16 IS GREATER THAN WS-WORST-RC
012770         MOVE 16 TO WS-WORST-RC
012780     END-IF.
012790 8900-EXIT.
012800     EXIT.
012810
012820*****************************************************************
012830*    9000-WRITE-RUN-TOTALS - THE COUNTS AND THE ONE-LINE VERDICT
012840*    THE OPERATOR ACTS ON BEFORE ANYTHING IS TRANSMITTED.
012850*****************************************************************
012860 9000-WRITE-RUN-TOTALS.
012870     MOVE WS-INTF-DETAIL-TOTAL  TO WS-EDIT-COUNT-8
012880     MOVE WS-DELTA-DETAIL-TOTAL TO WS-EDIT-COUNT-8B
012890     MOVE WS-IMBALANCE-COUNT    TO WS-EDIT-COUNT-6
012900     MOVE SPACES TO WS-REPORT-LINE
012910     MOVE 1 TO WS-STRING-POINTER
012920     STRING "TOTALS - RANGES=" WS-TOTAL-RANGE-COUNT
012930            "  BALANCED=" WS-BALANCED-RANGE-COUNT
012940            "  INTFOUT DETAILS=" WS-EDIT-COUNT-8
012950            "  DELTAOUT DETAILS=" WS-EDIT-COUNT-8B
012960            "  AUDIT LINES=" WS-AUDIT-LINE-COUNT
012970            "  IMBALANCES=" WS-EDIT-COUNT-6
012980            DELIMITED BY SIZE INTO WS-REPORT-LINE
012990            WITH POINTER WS-STRING-POINTER
013000     MOVE WS-REPORT-LINE TO MERGE-REPORT-RECORD
013010     WRITE MERGE-REPORT-RECORD
013020     MOVE SPACES TO MERGE-REPORT-RECORD
013030     IF WS-WORST-RC EQUAL TO ZERO
013040         STRING "EVERY STREAM FINISHED AND BALANCED - FEEDS "
013050                "CARRY THEIR TRAILERS AND MAY BE TRANSMITTED"
013060                DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
013070     ELSE
013080         STRING "*** STREAMS MISSING OR OUT OF BALANCE - FEED "
013090                "TRAILERS WITHHELD, AUDIT NOT APPENDED - "
013100                "DO NOT TRANSMIT ***"
013110                DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
013120     END-IF
013130     WRITE MERGE-REPORT-RECORD.
013140 9000-EXIT.
013150     EXIT.
013160
013170*****************************************************************
013180*    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
013190*    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. THE
013200*    IMBALANCES GO IN AS RECON MISMATCHES, AND ANY RC ABOVE ZERO
013210*    HOLDS THE FEED. THE STEP NAME MUST MATCH THE MULTTABP JCL. A
013220*    RUNSTAT THAT WILL NOT OPEN NEVER CHANGES THE RUN'S RC.
013230*****************************************************************
013240 9800-POST-RUN-STATUS.
013250     OPEN EXTEND RUN-STATUS-FILE
013260     IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
013270         DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
013280             " - NO TURNOVER POSTING"
013290         GO TO 9800-EXIT
013300     END-IF
013310     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
013320     MOVE SPACES TO RUN-STATUS-RECORD
013330     MOVE "MULTTAB"  TO RS-JOB-NAME
013340     MOVE "STEP011"  TO RS-STEP-NAME
013350     MOVE "MULTMRG"  TO RS-PROGRAM-ID
013360     MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
013370     MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
013380     MOVE WS-WORST-RC TO RS-RETURN-CODE
013390     MOVE ZERO TO RS-REJECT-COUNT
013400     MOVE ZERO TO RS-OVERFLOW-COUNT
013410     MOVE ZERO TO RS-THRESHOLD-COUNT
013420     MOVE WS-IMBALANCE-COUNT TO RS-RECON-COUNT
013430     MOVE ZERO TO RS-PURGED-COUNT
013440     MOVE ZERO TO RS-ACK-SHORT-COUNT
013450     MOVE 'N' TO RS-HOLD-FEED-SWITCH
013460     IF WS-WORST-RC IS GREATER THAN ZERO
013470         MOVE 'Y' TO RS-HOLD-FEED-SWITCH
013480         MOVE "STREAM MISSING/OUT OF BALANCE - MRGRPT"
013490             TO RS-HOLD-REASON
013500     END-IF
013510     WRITE RUN-STATUS-RECORD
013520     CLOSE RUN-STATUS-FILE.
013530 9800-EXIT.
013540     EXIT.
013550
013560*****************************************************************
013570*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
013580*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
013590*    BACK CONTROL.
013600*****************************************************************
013610 9900-TERMINATE-RUN.
013620     CLOSE MERGE-REPORT-FILE
013630     IF WS-INTF-OUT-IS-OPEN
013640         CLOSE INTF-OUT-FILE
013650     END-IF
013660     IF WS-DELTA-OUT-IS-OPEN
013670         CLOSE DELTA-OUT-FILE
013680     END-IF
013690     MOVE WS-WORST-RC TO RETURN-CODE.
013700 9900-EXIT.
013710     EXIT.
013720
013730 END PROGRAM MULTMRG.
