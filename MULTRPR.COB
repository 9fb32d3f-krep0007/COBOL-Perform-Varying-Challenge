000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTRPR
000170* PURPOSE - ON-DEMAND REPRINT OF A RANGE'S PRINTED REPORT AND
000180*    CSV FROM THE KEYED TABLE MASTER (MASTFILE), FOR A JAMMED
000190*    PRINTER OR A MANAGER WHO WANTS AN EARLIER GRID BACK,
000200*    WITHOUT FORCING A RERUN OF MULTTAB. EACH RPRREQST CARD
000210*    NAMES A RANGE-ID AND, OPTIONALLY, A PROFILES ENTRY TO
000220*    FORMAT IT BY INSTEAD OF THE RANGE'S OWN, AND AN AS-OF DATE
000230*    TO REPRINT THE GRID AS IT STOOD THAT DAY. THE RANGE'S ROWS
000240*    ARE READ BACK OFF THE MASTER - OR, WHERE THE MASTER ROW WAS
000250*    LOADED AFTER THE AS-OF DATE, OFF THE CELL HISTORY FILE
000260*    (MASTHIST), AS MULTINQ ANSWERS AN AS-OF INQUIRY - AND
000270*    PRINTED IN THE SAME PAGE LAYOUT (OPERAND LABELS, PROFILE
000280*    TITLE, PAGE SIZE OFF THE RANGE'S CONTROL CARD) AND CSV THE
000290*    NIGHT RUN WRITES, EXCEPT THAT EVERY PAGE OPENS WITH A
000300*    REPRINT BANNER GIVING THE ORIGINAL LOAD DATE (AND ANY AS-OF
000310*    DATE). THE RUN ONLY READS - NO FEED, MASTER, HISTORY OR
000320*    AUDIT DATA IS WRITTEN OR SENT. RPRRPT LOGS WHAT WAS
000330*    REPRINTED OR WHY A REQUEST WAS TURNED DOWN.
000340*
000350* MODIFICATION HISTORY
000360*    10/15/2026  JK  ORIGINAL VERSION.
000370*    10/15/2026  JK  OPTIONAL AS-OF DATE (RPRREQST COLS 17-22)
000380*                    REPRINTS THE GRID THAT WAS LIVE ON THAT
000390*                    DAY, ROWS LOADED SINCE BEING READ BACK
000400*                    FROM MASTHIST (OPENED INPUT ONLY).
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    MULTRPR.
000440 AUTHOR.        JOSH KREPS.
000450 INSTALLATION.  SHOP FLOOR SYSTEMS.
000460 DATE-WRITTEN.  10/15/2026.
000470 DATE-COMPILED.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT REQUEST-FILE ASSIGN TO "RPRREQST"
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT REPRINT-LOG-FILE ASSIGN TO "RPRRPT"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT CSV-FILE ASSIGN TO "CSVOUT"
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT CONTROL-FILE ASSIGN TO "CONTROLS"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CTL-FILE-STATUS.
000650     SELECT PROFILE-FILE ASSIGN TO "PROFILES"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PROF-FILE-STATUS.
000680     SELECT TABLE-MASTER-FILE ASSIGN TO "MASTFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS TM-MASTER-KEY
000720         FILE STATUS IS WS-MAST-FILE-STATUS.
000730     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HS-HISTORY-KEY
000770         FILE STATUS IS WS-HIST-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  REQUEST-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  REPRINT-REQUEST-RECORD.
000860     05  RQ-RANGE-ID            PIC X(08).
000870     05  RQ-PROFILE-ID          PIC X(08).
000880     05  RQ-AS-OF-DATE          PIC X(06).
000890     05  RQ-AS-OF-PARTS REDEFINES RQ-AS-OF-DATE.
000900         10  RQ-AS-OF-YY        PIC 9(02).
000910         10  RQ-AS-OF-MM        PIC 9(02).
000920         10  RQ-AS-OF-DD        PIC 9(02).
000930     05  FILLER                 PIC X(58).
000940
000950 FD  REPRINT-LOG-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  REPRINT-LOG-RECORD             PIC X(132).
001000
001010 FD  REPORT-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 561 CHARACTERS.
001050 01  REPORT-RECORD                   PIC X(561).
001060
001070 FD  CSV-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 561 CHARACTERS.
001110 01  CSV-RECORD                      PIC X(561).
001120
001130 FD  CONTROL-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170     COPY MTCTLREC.
001180
001190 FD  PROFILE-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  PROFILE-RECORD.
001240     05  PF-PROFILE-ID           PIC X(08).
001250     05  PF-ZERO-SUPPRESS        PIC X(01).
001260     05  PF-CELL-WIDTH           PIC X(01).
001270     05  PF-CSV-DELIMITER        PIC X(01).
001280     05  PF-TITLE                PIC X(30).
001290     05  FILLER                  PIC X(39).
001300
001310 FD  TABLE-MASTER-FILE
001320     RECORD CONTAINS 479 CHARACTERS.
001330     COPY MTMSTREC.
001340
001350 FD  HISTORY-FILE
001360     RECORD CONTAINS 452 CHARACTERS.
001370     COPY MTHSTREC.
001380
001390 WORKING-STORAGE SECTION.
001400*****************************************************************
001410*    SWITCHES
001420*****************************************************************
001430 01  WS-SWITCHES.
001440     05  WS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001450         88  WS-END-OF-REQUEST-FILE         VALUE 'Y'.
001460     05  WS-CTL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001470         88  WS-END-OF-CONTROL-FILE         VALUE 'Y'.
001480     05  WS-MAST-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
001490         88  WS-MASTER-IS-OPEN              VALUE 'Y'.
001500     05  WS-REQUEST-SWITCH      PIC X(01)  VALUE 'Y'.
001510         88  WS-REQUEST-IS-GOOD             VALUE 'Y'.
001520         88  WS-REQUEST-IS-BAD              VALUE 'N'.
001530     05  WS-DECK-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001540         88  WS-RANGE-ON-DECK               VALUE 'Y'.
001550         88  WS-RANGE-OFF-DECK              VALUE 'N'.
001560     05  WS-HISTORY-SWITCH      PIC X(01)  VALUE 'N'.
001570         88  WS-HISTORY-AVAILABLE           VALUE 'Y'.
001580         88  WS-HISTORY-NOT-AVAILABLE       VALUE 'N'.
001590     05  WS-AS-OF-SWITCH        PIC X(01)  VALUE 'N'.
001600         88  WS-AS-OF-GIVEN                 VALUE 'Y'.
001610         88  WS-AS-OF-NOT-GIVEN             VALUE 'N'.
001620         88  WS-AS-OF-IS-BAD                VALUE 'X'.
001630
001640*****************************************************************
001650*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN ACROSS EVERY
001660*    REQUEST IN THE RUN, MOVED TO RETURN-CODE AT JOB END.
001670*****************************************************************
001680 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001690
001700*****************************************************************
001710*    REQUEST TOTALS AND FILE STATUSES
001720*****************************************************************
001730 77  WS-REQUEST-COUNT           PIC 9(04)  VALUE ZERO.
001740 77  WS-REPRINT-COUNT           PIC 9(04)  VALUE ZERO.
001750 77  WS-REJECTED-COUNT          PIC 9(04)  VALUE ZERO.
001760 77  WS-MAST-FILE-STATUS        PIC X(02).
001770 77  WS-HIST-FILE-STATUS        PIC X(02).
001780 77  WS-CTL-FILE-STATUS         PIC X(02).
001790 77  WS-REJECT-TEXT             PIC X(60).
001800
001810*****************************************************************
001820*    THE GRID READ BACK OFF THE MASTER - SAME SHAPE AS THE NIGHT
001830*    RUN'S MTABLE, SO THE REPORT AND CSV PARAGRAPHS BELOW READ
001840*    EXACTLY AS THEY DO THERE.
001850*****************************************************************
001860 01  MTABLE.
001870     05  ROW OCCURS 50 TIMES.
001880         10  COLUM OCCURS 50 TIMES.
001890             15  NUMB           PIC 9(08).
001900
001910 77  MAX-TABLE-SIZE             PIC 99     VALUE 50.
001920 77  GUY                        PIC 99.
001930 77  GAL                        PIC 99.
001940
001950*****************************************************************
001960*    AXIS START/STEP - TAKEN FROM THE MASTER'S ROW 1. GUY AND
001970*    GAL HOLD THE REAL OPERANDS (WHAT THE PRINTED LABELS SHOW);
001980*    GUY-SUB/GAL-SUB ARE THE GRID POSITIONS. THE DISPLAY BOUNDS
001990*    ARE RECONSTRUCTED FROM START, STEP AND COUNT, THE SAME WAY
002000*    MULT-TABLE DOES FOR A DERIVED RANGE'S SOURCE.
002010*****************************************************************
002020 77  GUY-SUB                    PIC 99.
002030 77  GAL-SUB                    PIC 99.
002040 77  WS-GUY-START               PIC 99.
002050 77  WS-GUY-STEP                PIC 99.
002060 77  WS-GAL-START               PIC 99.
002070 77  WS-GAL-STEP                PIC 99.
002080 77  WS-GUY-ROWS                PIC 99.
002090 77  WS-GAL-COLS                PIC 99.
002100 77  GUY-BOUND                  PIC 99.
002110 77  GAL-BOUND                  PIC 99.
002120 77  BL                         PIC X(3)   VALUE SPACES.
002130
002140*****************************************************************
002150*    THE RANGE BEING REPRINTED - ITS OPERATION COMES OFF THE
002160*    MASTER (M/A/P/R, OR D/S/Q FOR A DERIVED RANGE).
002170*****************************************************************
002180 77  WS-RANGE-ID                PIC X(08).
002190 77  WS-OPERATION-CODE          PIC X(01)  VALUE 'M'.
002200     88  WS-OP-MULTIPLY                    VALUE 'M'.
002210     88  WS-OP-ADD                         VALUE 'A'.
002220     88  WS-OP-POWER                       VALUE 'P'.
002230     88  WS-OP-MODULO                      VALUE 'R'.
002240     88  WS-DERIVE-DIFFERENCE              VALUE 'D'.
002250     88  WS-DERIVE-SUM                     VALUE 'S'.
002260     88  WS-DERIVE-RATIO                   VALUE 'Q'.
002270 77  WS-OPERATION-NAME          PIC X(14).
002280
002290*****************************************************************
002300*    THE CONTROL DECK - ONLY THE RANGE-ID, PROFILE AND PAGE SIZE
002310*    ARE KEPT, SO A REPRINT FORMATS AND PAGES THE RANGE THE WAY
002320*    ITS OWN CARD DOES. A RANGE NO LONGER ON THE DECK STILL
002330*    REPRINTS - IN THE CLASSIC RAW FORMAT UNLESS THE REQUEST
002340*    NAMES A PROFILE.
002350*****************************************************************
002360 77  MAX-DECK-ENTRIES           PIC 9(03)  VALUE 100.
002370 01  DECK-TABLE.
002380     05  DK-ENTRY OCCURS 100 TIMES.
002390         10  DK-RANGE-ID        PIC X(08).
002400         10  DK-PROFILE-ID      PIC X(08).
002410         10  DK-PAGE-SIZE       PIC 9(02).
002420 77  WS-DECK-COUNT              PIC 9(03)  VALUE ZERO.
002430 77  WS-DECK-SUB                PIC 9(03).
002440 77  WS-DECK-PROFILE-ID         PIC X(08).
002450 77  WS-DECK-PAGE-SIZE          PIC 9(02).
002460
002470*****************************************************************
002480*    FORMATTING PROFILES - LOADED ONCE AT START-UP AND EDITED
002490*    EXACTLY AS MULT-TABLE EDITS THEM, SO A PROFILE THE NIGHT
002500*    RUN WOULD DROP IS DROPPED HERE TOO.
002510*****************************************************************
002520 77  MAX-PROFILE-ENTRIES        PIC 9(02)  VALUE 20.
002530 01  PROFILE-TABLE.
002540     05  PT-ENTRY OCCURS 20 TIMES.
002550         10  PT-ID              PIC X(08).
002560         10  PT-ZERO-SUPPRESS   PIC X(01).
002570         10  PT-CELL-WIDTH      PIC 9(01).
002580         10  PT-CSV-DELIMITER   PIC X(01).
002590         10  PT-TITLE           PIC X(30).
002600 77  WS-PROFILE-COUNT           PIC 9(02)  VALUE ZERO.
002610 77  WS-PROFILE-SUB             PIC 9(02).
002620 77  WS-PROF-FILE-STATUS        PIC X(02).
002630 77  WS-PROFILE-ID              PIC X(08).
002640 01  WS-PROF-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002650     88  WS-END-OF-PROFILES                VALUE 'Y'.
002660 01  WS-PROF-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
002670     88  WS-PROFILE-WAS-FOUND              VALUE 'Y'.
002680     88  WS-PROFILE-NOT-FOUND              VALUE 'N'.
002690 77  WS-FMT-ZERO-SUPPRESS       PIC X(01)  VALUE 'N'.
002700     88  WS-FMT-SUPPRESS-ZEROS             VALUE 'Y'.
002710 77  WS-FMT-WIDTH               PIC 9(01)  VALUE 8.
002720 77  WS-FMT-LIMIT               PIC 9(09)  VALUE 100000000.
002730 77  WS-FMT-DELIMITER           PIC X(01)  VALUE ','.
002740 77  WS-FMT-TITLE               PIC X(30)  VALUE SPACES.
002750 01  WS-TITLE-SWITCH            PIC X(01)  VALUE 'N'.
002760     88  WS-TITLE-IS-PENDING               VALUE 'Y'.
002770 77  WS-EDIT-CELL-Z             PIC Z(07)9.
002780 77  WS-EDIT-CELL-9             PIC 9(08).
002790 77  WS-CELL-VALUE              PIC 9(08).
002800 77  WS-CELL-OUT                PIC X(08).
002810 77  WS-CELL-PICK               PIC 9(01).
002820
002830*****************************************************************
002840*    PRINTED-REPORT PAGINATION WORK AREAS - PAGE NUMBERS RUN ON
002850*    ACROSS EVERY RANGE IN THE REPRINT, AS THEY DO OVERNIGHT.
002860*****************************************************************
002870 77  DEFAULT-LINES-PER-PAGE     PIC 99     VALUE 20.
002880 77  WS-RPT-HEADING-CELL        PIC Z(07)9.
002890 77  WS-LINES-PER-PAGE          PIC 99.
002900 77  WS-LINE-COUNT              PIC 99     VALUE ZERO.
002910 77  WS-PAGE-NUMBER             PIC 9(04)  VALUE ZERO.
002920 77  WS-FIRST-PAGE              PIC 9(04).
002930 77  WS-STRING-POINTER          PIC 9(04).
002940 77  WS-LOG-PROFILE             PIC X(08).
002950
002960 01  WS-CURRENT-DATE-FIELDS.
002970     05  WS-CD-YY               PIC 99.
002980     05  WS-CD-MM               PIC 99.
002990     05  WS-CD-DD               PIC 99.
003000
003010*    THE DATE THE NIGHT RUN LOADED THE RANGE (TM-RUN-DATE) -
003020*    THE RUN DATE THE ORIGINAL PAGES CARRIED.
003030 01  WS-LOAD-DATE-FIELDS.
003040     05  WS-LD-YY               PIC 99.
003050     05  WS-LD-MM               PIC 99.
003060     05  WS-LD-DD               PIC 99.
003070 01  WS-LOAD-DATE REDEFINES WS-LOAD-DATE-FIELDS
003080                                PIC 9(06).
003090
003100*    THE REQUEST'S AS-OF DATE, AND THE ROW BEING READ BACK FOR
003110*    IT - OFF THE MASTER OR, WHEN THE MASTER ROW IS LATER, OFF
003120*    THE CELL HISTORY FILE.
003130 01  WS-AS-OF-FIELDS.
003140     05  WS-AO-YY               PIC 99.
003150     05  WS-AO-MM               PIC 99.
003160     05  WS-AO-DD               PIC 99.
003170 01  WS-AS-OF-DATE REDEFINES WS-AS-OF-FIELDS
003180                                PIC 9(06).
003190 77  WS-FETCH-ROW               PIC 99.
003200
003210 01  WS-REPORT-LINE             PIC X(561).
003220
003230 PROCEDURE DIVISION.
003240*****************************************************************
003250*    0000-MAINLINE
003260*****************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
003290     PERFORM 2000-READ-REQUEST-RECORD THRU 2000-EXIT
003300     PERFORM 2500-PROCESS-ONE-REQUEST THRU 2500-EXIT
003310         UNTIL WS-END-OF-REQUEST-FILE
003320     PERFORM 9900-TERMINATE-RUN       THRU 9900-EXIT
003330     GOBACK.
003340
003350*****************************************************************
003360*    1000-INITIALIZE-RUN - OPEN THE REQUEST, LOG AND OUTPUT
003370*    FILES, THE MASTER AND THE CELL HISTORY (INPUT ONLY), THEN
003380*    PULL IN THE CONTROL DECK AND THE FORMATTING PROFILES.
003390*****************************************************************
003400 1000-INITIALIZE-RUN.
003410     OPEN INPUT  REQUEST-FILE
003420     OPEN OUTPUT REPRINT-LOG-FILE
003430     OPEN OUTPUT REPORT-FILE
003440     OPEN OUTPUT CSV-FILE
003450     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
003460     OPEN INPUT  TABLE-MASTER-FILE
003470     IF WS-MAST-FILE-STATUS EQUAL TO "00"
003480         SET WS-MASTER-IS-OPEN TO TRUE
003490     ELSE
003500         PERFORM 1100-CHECK-MAST-STATUS THRU 1100-EXIT
003510     END-IF
003520     PERFORM 1150-OPEN-HISTORY-FILE THRU 1150-EXIT
003530     PERFORM 1200-LOAD-CONTROL-DECK THRU 1200-EXIT
003540     PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT.
003550 1000-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    1100-CHECK-MAST-STATUS - A TABLE-MASTER STATUS OTHER THAN
003600*    "00" (OK) IS A GENUINE VSAM FAILURE - RECORD-LEVEL NOT-
003610*    FOUNDS ARE HANDLED BY INVALID KEY, NOT HERE. DON'T LET A
003620*    BAD MASTER STATUS LOOK LIKE A CLEAN RUN TO THE JCL COND
003630*    CHECK.
003640*****************************************************************
003650 1100-CHECK-MAST-STATUS.
003660     IF WS-MAST-FILE-STATUS NOT EQUAL TO "00"
003670         DISPLAY "TABLE-MASTER FILE STATUS " WS-MAST-FILE-STATUS
003680             " IS NOT OK - SEE MASTFILE"
003690         IF 16 IS GREATER THAN WS-WORST-RC
003700             MOVE 16 TO WS-WORST-RC
003710         END-IF
003720     END-IF.
003730 1100-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770*    1150-OPEN-HISTORY-FILE - THE CELL HISTORY FILE IS ONLY
003780*    NEEDED BY AS-OF REQUESTS. A CLUSTER NOTHING HAS BEEN
003790*    WRITTEN TO YET (STATUS 35) IS NOT AN ERROR - AS-OF
003800*    REQUESTS ARE THEN REPRINTED FROM THE MASTER ALONE. ANY
003810*    OTHER FAILURE IS ALARMED LIKE A MASTER FAILURE.
003820*****************************************************************
003830 1150-OPEN-HISTORY-FILE.
003840     OPEN INPUT HISTORY-FILE
003850     EVALUATE WS-HIST-FILE-STATUS
003860     WHEN "00"
003870         SET WS-HISTORY-AVAILABLE TO TRUE
003880     WHEN "35"
003890         SET WS-HISTORY-NOT-AVAILABLE TO TRUE
003900     WHEN OTHER
003910         SET WS-HISTORY-NOT-AVAILABLE TO TRUE
003920         DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
003930             " IS NOT OK - SEE MASTHIST"
003940         IF 16 IS GREATER THAN WS-WORST-RC
003950             MOVE 16 TO WS-WORST-RC
003960         END-IF
003970     END-EVALUATE.
003980 1150-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*    1200-LOAD-CONTROL-DECK - KEEP EACH CARD'S RANGE-ID, PROFILE
004030*    AND PAGE SIZE. NO DECK AT ALL IS NOT AN ERROR - EVERY RANGE
004040*    THEN REPRINTS RAW UNLESS ITS REQUEST NAMES A PROFILE.
004050*****************************************************************
004060 1200-LOAD-CONTROL-DECK.
004070     OPEN INPUT CONTROL-FILE
004080     EVALUATE WS-CTL-FILE-STATUS
004090     WHEN "00"
004100         PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
004110             UNTIL WS-END-OF-CONTROL-FILE
004120         CLOSE CONTROL-FILE
004130     WHEN "35"
004140         CONTINUE
004150     WHEN OTHER
004160         DISPLAY "CONTROL FILE STATUS " WS-CTL-FILE-STATUS
004170             " IS NOT OK - SEE CONTROLS"
004180         IF 4 IS GREATER THAN WS-WORST-RC
004190             MOVE 4 TO WS-WORST-RC
004200         END-IF
004210     END-EVALUATE.
004220 1200-EXIT.
004230     EXIT.
004240
004250*    THE NIGHT RUN REJECTS A SECOND CARD FOR A RANGE-ID, SO THE
004260*    FIRST CARD IS THE ONE THAT FORMATTED THE RANGE'S PAGES.
004270 1250-LOAD-ONE-CARD.
004280     READ CONTROL-FILE
004290         AT END
004300             SET WS-END-OF-CONTROL-FILE TO TRUE
004310     END-READ
004320     IF NOT WS-END-OF-CONTROL-FILE AND
004330        CR-RANGE-ID NOT EQUAL TO SPACES
004340         MOVE CR-RANGE-ID TO WS-RANGE-ID
004350         PERFORM 3100-FIND-DECK-ENTRY THRU 3100-EXIT
004360         IF WS-RANGE-OFF-DECK
004370             IF WS-DECK-COUNT EQUAL TO MAX-DECK-ENTRIES
004380                 DISPLAY "CONTROLS EXCEEDS " MAX-DECK-ENTRIES
004390                     " RANGES - RAISE MAX-DECK-ENTRIES"
004400                 IF 4 IS GREATER THAN WS-WORST-RC
004410                     MOVE 4 TO WS-WORST-RC
004420                 END-IF
004430                 SET WS-END-OF-CONTROL-FILE TO TRUE
004440             ELSE
004450                 ADD 1 TO WS-DECK-COUNT
004460                 MOVE CR-RANGE-ID
004470                     TO DK-RANGE-ID(WS-DECK-COUNT)
004480                 MOVE CR-PROFILE-ID
004490                     TO DK-PROFILE-ID(WS-DECK-COUNT)
004500                 IF CR-PAGE-SIZE IS NUMERIC
004510                     MOVE CR-PAGE-SIZE
004520                         TO DK-PAGE-SIZE(WS-DECK-COUNT)
004530                 ELSE
004540                     MOVE ZERO TO DK-PAGE-SIZE(WS-DECK-COUNT)
004550                 END-IF
004560             END-IF
004570         END-IF
004580     END-IF.
004590 1250-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    1300-LOAD-PROFILES - PULL THE FORMATTING PROFILES INTO THE
004640*    TABLE. NO PROFILES DATASET AT ALL IS FINE - ONLY A RANGE
004650*    THAT NAMES A PROFILE NEEDS ONE TO EXIST. A MALFORMED
004660*    PROFILE RECORD IS LOGGED AND DROPPED, NEVER HALF-USED.
004670*****************************************************************
004680 1300-LOAD-PROFILES.
004690     OPEN INPUT PROFILE-FILE
004700     EVALUATE WS-PROF-FILE-STATUS
004710     WHEN "00"
004720         PERFORM 1350-LOAD-ONE-PROFILE THRU 1350-EXIT
004730             UNTIL WS-END-OF-PROFILES
004740         CLOSE PROFILE-FILE
004750     WHEN "35"
004760         CONTINUE
004770     WHEN OTHER
004780         DISPLAY "PROFILE FILE STATUS " WS-PROF-FILE-STATUS
004790             " IS NOT OK - SEE PROFILES"
004800         IF 4 IS GREATER THAN WS-WORST-RC
004810             MOVE 4 TO WS-WORST-RC
004820         END-IF
004830     END-EVALUATE.
004840 1300-EXIT.
004850     EXIT.
004860
004870 1350-LOAD-ONE-PROFILE.
004880     READ PROFILE-FILE
004890         AT END
004900             SET WS-END-OF-PROFILES TO TRUE
004910     END-READ
004920     IF NOT WS-END-OF-PROFILES
004930         IF PF-PROFILE-ID EQUAL TO SPACES OR
004940            (PF-ZERO-SUPPRESS NOT EQUAL TO 'Y' AND
004950             PF-ZERO-SUPPRESS NOT EQUAL TO 'N' AND
004960             PF-ZERO-SUPPRESS NOT EQUAL TO SPACE) OR
004970            (PF-CELL-WIDTH NOT EQUAL TO SPACE AND
004980             (PF-CELL-WIDTH IS NOT NUMERIC OR
004990              PF-CELL-WIDTH IS LESS THAN "1" OR
005000              PF-CELL-WIDTH IS GREATER THAN "8")) OR
005010            (PF-CSV-DELIMITER NOT EQUAL TO SPACE AND
005020             (PF-CSV-DELIMITER IS NUMERIC OR
005030              PF-CSV-DELIMITER IS ALPHABETIC OR
005040              PF-CSV-DELIMITER EQUAL TO '*'))
005050             MOVE SPACES TO REPRINT-LOG-RECORD
005060             STRING "PROFILE RECORD DROPPED - ID '"
005070                    PF-PROFILE-ID
005080                    "' IS MALFORMED"
005090                    DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
005100             WRITE REPRINT-LOG-RECORD
005110             IF 4 IS GREATER THAN WS-WORST-RC
005120                 MOVE 4 TO WS-WORST-RC
005130             END-IF
005140         ELSE
005150*        A SECOND DEFINITION OF AN ID ALREADY LOADED WOULD
005160*        SILENTLY LOSE TO THE FIRST - SAY SO INSTEAD.
005170             SET WS-PROFILE-NOT-FOUND TO TRUE
005180             MOVE PF-PROFILE-ID TO WS-PROFILE-ID
005190             PERFORM 3174-CHECK-ONE-PROFILE THRU 3174-EXIT
005200                 VARYING WS-PROFILE-SUB FROM 1 BY 1
005210                     UNTIL WS-PROFILE-SUB GREATER THAN
005220                               WS-PROFILE-COUNT
005230                        OR WS-PROFILE-WAS-FOUND
005240             IF WS-PROFILE-WAS-FOUND
005250                 MOVE SPACES TO REPRINT-LOG-RECORD
005260                 STRING "PROFILE RECORD DROPPED - ID '"
005270                        PF-PROFILE-ID
005280                        "' APPEARS TWICE - THE FIRST ONE RULES"
005290                        DELIMITED BY SIZE
005300                        INTO REPRINT-LOG-RECORD
005310                 WRITE REPRINT-LOG-RECORD
005320                 IF 4 IS GREATER THAN WS-WORST-RC
005330                     MOVE 4 TO WS-WORST-RC
005340                 END-IF
005350             ELSE
005360                 PERFORM 1360-STORE-PROFILE THRU 1360-EXIT
005370             END-IF
005380         END-IF
005390     END-IF.
005400 1350-EXIT.
005410     EXIT.
005420
005430 1360-STORE-PROFILE.
005440     IF WS-PROFILE-COUNT EQUAL TO MAX-PROFILE-ENTRIES
005450         DISPLAY "PROFILES EXCEEDS " MAX-PROFILE-ENTRIES
005460             " ENTRIES - RAISE MAX-PROFILE-ENTRIES"
005470         IF 4 IS GREATER THAN WS-WORST-RC
005480             MOVE 4 TO WS-WORST-RC
005490         END-IF
005500         SET WS-END-OF-PROFILES TO TRUE
005510     ELSE
005520         ADD 1 TO WS-PROFILE-COUNT
005530         MOVE PF-PROFILE-ID TO PT-ID(WS-PROFILE-COUNT)
005540         IF PF-ZERO-SUPPRESS EQUAL TO 'Y'
005550             MOVE 'Y' TO PT-ZERO-SUPPRESS(WS-PROFILE-COUNT)
005560         ELSE
005570             MOVE 'N' TO PT-ZERO-SUPPRESS(WS-PROFILE-COUNT)
005580         END-IF
005590         IF PF-CELL-WIDTH EQUAL TO SPACE
005600             MOVE 8 TO PT-CELL-WIDTH(WS-PROFILE-COUNT)
005610         ELSE
005620             MOVE PF-CELL-WIDTH TO PT-CELL-WIDTH(WS-PROFILE-COUNT)
005630         END-IF
005640         IF PF-CSV-DELIMITER EQUAL TO SPACE
005650             MOVE ',' TO PT-CSV-DELIMITER(WS-PROFILE-COUNT)
005660         ELSE
005670             MOVE PF-CSV-DELIMITER
005680                 TO PT-CSV-DELIMITER(WS-PROFILE-COUNT)
005690         END-IF
005700         MOVE PF-TITLE TO PT-TITLE(WS-PROFILE-COUNT)
005710     END-IF.
005720 1360-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    2000-READ-REQUEST-RECORD - GET THE NEXT REPRINT REQUEST.
005770*****************************************************************
005780 2000-READ-REQUEST-RECORD.
005790     READ REQUEST-FILE
005800         AT END
005810             SET WS-END-OF-REQUEST-FILE TO TRUE
005820     END-READ.
005830 2000-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*    2500-PROCESS-ONE-REQUEST - SETTLE THE FORMAT, READ THE
005880*    RANGE BACK OFF THE MASTER, AND ONLY WHEN THE WHOLE GRID IS
005890*    IN HAND PRINT IT AND CUT ITS CSV - A REQUEST TURNED DOWN
005900*    PART WAY LEAVES NOTHING HALF-PRINTED. THEN PICK UP THE
005910*    NEXT REQUEST.
005920*****************************************************************
005930 2500-PROCESS-ONE-REQUEST.
005940     ADD 1 TO WS-REQUEST-COUNT
005950     SET WS-REQUEST-IS-GOOD TO TRUE
005960     MOVE RQ-RANGE-ID TO WS-RANGE-ID
005970     PERFORM 2550-EDIT-AS-OF-DATE THRU 2550-EXIT
005980     EVALUATE TRUE
005990     WHEN RQ-RANGE-ID EQUAL TO SPACES
006000         MOVE "- NO RANGE-ID ON THE REQUEST CARD"
006010             TO WS-REJECT-TEXT
006020         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
006030     WHEN NOT WS-MASTER-IS-OPEN
006040         MOVE "- THE TABLE MASTER IS NOT AVAILABLE"
006050             TO WS-REJECT-TEXT
006060         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
006070     WHEN WS-AS-OF-IS-BAD
006080         MOVE "- AS-OF DATE (COLS 17-22) IS NOT A VALID YYMMDD"
006090             TO WS-REJECT-TEXT
006100         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
006110     WHEN OTHER
006120         PERFORM 2600-SET-RANGE-FORMAT THRU 2600-EXIT
006130         IF WS-REQUEST-IS-GOOD
006140             PERFORM 3000-LOAD-RANGE-FROM-MASTER THRU 3000-EXIT
006150         END-IF
006160         IF WS-REQUEST-IS-GOOD
006170             COMPUTE WS-FIRST-PAGE = WS-PAGE-NUMBER + 1
006180             PERFORM 6500-WRITE-PRINTED-REPORT THRU 6500-EXIT
006190             PERFORM 7000-WRITE-CSV-OUTPUT THRU 7000-EXIT
006200             PERFORM 8000-LOG-REPRINT THRU 8000-EXIT
006210         END-IF
006220     END-EVALUATE
006230     PERFORM 2000-READ-REQUEST-RECORD THRU 2000-EXIT.
006240 2500-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280*    2550-EDIT-AS-OF-DATE - BLANK COLS 17-22 REPRINT THE RANGE AS
006290*    IT STANDS ON THE MASTER. ANYTHING ELSE MUST BE A YYMMDD
006300*    DATE, EDITED AS MULTINQ EDITS A TYPE H REQUEST'S.
006310*****************************************************************
006320 2550-EDIT-AS-OF-DATE.
006330     SET WS-AS-OF-NOT-GIVEN TO TRUE
006340     IF RQ-AS-OF-DATE EQUAL TO SPACES
006350         GO TO 2550-EXIT
006360     END-IF
006370     SET WS-AS-OF-IS-BAD TO TRUE
006380     IF RQ-AS-OF-DATE IS NOT NUMERIC
006390         GO TO 2550-EXIT
006400     END-IF
006410     IF RQ-AS-OF-MM LESS THAN 1 OR
006420        RQ-AS-OF-MM GREATER THAN 12 OR
006430        RQ-AS-OF-DD LESS THAN 1 OR
006440        RQ-AS-OF-DD GREATER THAN 31
006450         GO TO 2550-EXIT
006460     END-IF
006470     MOVE RQ-AS-OF-DATE TO WS-AS-OF-DATE
006480     SET WS-AS-OF-GIVEN TO TRUE.
006490 2550-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    2600-SET-RANGE-FORMAT - PAGE SIZE FROM THE RANGE'S CONTROL
006540*    CARD (ZERO OR OFF THE DECK = THE NIGHT RUN'S DEFAULT); THE
006550*    PROFILE THE REQUEST NAMES, ELSE THE CARD'S OWN.
006560*****************************************************************
006570 2600-SET-RANGE-FORMAT.
006580     PERFORM 3100-FIND-DECK-ENTRY THRU 3100-EXIT
006590     MOVE DEFAULT-LINES-PER-PAGE TO WS-LINES-PER-PAGE
006600     MOVE SPACES TO WS-PROFILE-ID
006610     IF WS-RANGE-ON-DECK
006620         IF WS-DECK-PAGE-SIZE GREATER THAN ZERO
006630             MOVE WS-DECK-PAGE-SIZE TO WS-LINES-PER-PAGE
006640         END-IF
006650         MOVE WS-DECK-PROFILE-ID TO WS-PROFILE-ID
006660     END-IF
006670     IF RQ-PROFILE-ID NOT EQUAL TO SPACES
006680         MOVE RQ-PROFILE-ID TO WS-PROFILE-ID
006690     END-IF
006700     PERFORM 3172-RESOLVE-PROFILE THRU 3172-EXIT.
006710 2600-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750*    3000-LOAD-RANGE-FROM-MASTER - ROW 1 CARRIES THE GRID'S
006760*    SHAPE, AXES, OPERATION AND LOAD DATE; EVERY ROW IT PROMISES
006770*    MUST THEN BE ON THE MASTER WITH THAT SAME LOAD DATE, OR THE
006780*    GRID IS NOT ONE NIGHT'S OUTPUT AND IS NOT REPRINTED. FOR AN
006790*    AS-OF REPRINT EACH ROW IS THE ONE LIVE ON THE AS-OF DATE
006800*    (3060), AND THE SAME-NIGHT RULE STILL HOLDS ACROSS THEM.
006810*****************************************************************
006820 3000-LOAD-RANGE-FROM-MASTER.
006830     MOVE 1 TO WS-FETCH-ROW
006840     PERFORM 3060-READ-RANGE-ROW THRU 3060-EXIT
006850     IF WS-REQUEST-IS-BAD
006860         GO TO 3000-EXIT
006870     END-IF
006880*    COUNTS PAST MAX-TABLE-SIZE WOULD DRIVE THE PRINT LOOPS
006890*    PAST MTABLE'S OCCURS - A DAMAGED HEADER ROW IS UNUSABLE.
006900     IF TM-GUY-BOUND IS NOT NUMERIC OR
006910        TM-GAL-BOUND IS NOT NUMERIC OR
006920        TM-GUY-BOUND EQUAL TO ZERO OR
006930        TM-GAL-BOUND EQUAL TO ZERO OR
006940        TM-GUY-BOUND IS GREATER THAN MAX-TABLE-SIZE OR
006950        TM-GAL-BOUND IS GREATER THAN MAX-TABLE-SIZE OR
006960        TM-RUN-DATE IS NOT NUMERIC
006970         MOVE "- MASTER ROW 1 IS UNUSABLE" TO WS-REJECT-TEXT
006980         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
006990         GO TO 3000-EXIT
007000     END-IF
007010     MOVE TM-GUY-BOUND TO WS-GUY-ROWS
007020     MOVE TM-GAL-BOUND TO WS-GAL-COLS
007030     IF TM-GUY-START IS NUMERIC AND
007040        TM-GUY-STEP IS NUMERIC AND
007050        TM-GUY-STEP IS GREATER THAN ZERO
007060         MOVE TM-GUY-START TO WS-GUY-START
007070         MOVE TM-GUY-STEP  TO WS-GUY-STEP
007080     ELSE
007090         MOVE 1 TO WS-GUY-START
007100         MOVE 1 TO WS-GUY-STEP
007110     END-IF
007120     IF TM-GAL-START IS NUMERIC AND
007130        TM-GAL-STEP IS NUMERIC AND
007140        TM-GAL-STEP IS GREATER THAN ZERO
007150         MOVE TM-GAL-START TO WS-GAL-START
007160         MOVE TM-GAL-STEP  TO WS-GAL-STEP
007170     ELSE
007180         MOVE 1 TO WS-GAL-START
007190         MOVE 1 TO WS-GAL-STEP
007200     END-IF
007210     COMPUTE GUY-BOUND = WS-GUY-START
007220         + ((WS-GUY-ROWS - 1) * WS-GUY-STEP)
007230         ON SIZE ERROR
007240             MOVE 99 TO GUY-BOUND
007250     END-COMPUTE
007260     COMPUTE GAL-BOUND = WS-GAL-START
007270         + ((WS-GAL-COLS - 1) * WS-GAL-STEP)
007280         ON SIZE ERROR
007290             MOVE 99 TO GAL-BOUND
007300     END-COMPUTE
007310     MOVE TM-RUN-DATE TO WS-LOAD-DATE
007320     MOVE TM-OPERATION-CODE TO WS-OPERATION-CODE
007330     PERFORM 3200-SET-OPERATION-NAME THRU 3200-EXIT
007340     PERFORM 3050-LOAD-ONE-ROW THRU 3050-EXIT
007350         VARYING GUY-SUB FROM 1 BY 1
007360             UNTIL GUY-SUB GREATER THAN WS-GUY-ROWS
007370                OR WS-REQUEST-IS-BAD.
007380 3000-EXIT.
007390     EXIT.
007400
007410 3050-LOAD-ONE-ROW.
007420     MOVE GUY-SUB TO WS-FETCH-ROW
007430     PERFORM 3060-READ-RANGE-ROW THRU 3060-EXIT
007440     IF WS-REQUEST-IS-BAD
007450         GO TO 3050-EXIT
007460     END-IF
007470     IF TM-RUN-DATE NOT EQUAL TO WS-LOAD-DATE
007480         MOVE SPACES TO WS-REJECT-TEXT
007490         STRING "- ROW " GUY-SUB
007500                " WAS LOADED ON A DIFFERENT NIGHT FROM ROW 1"
007510                DELIMITED BY SIZE INTO WS-REJECT-TEXT
007520         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
007530         GO TO 3050-EXIT
007540     END-IF
007550     MOVE TM-CELL-AREA TO ROW(GUY-SUB).
007560 3050-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600*    3060-READ-RANGE-ROW - READ ROW WS-FETCH-ROW OF THE RANGE
007610*    INTO TABLE-MASTER-RECORD. WITHOUT AN AS-OF DATE IT MUST BE
007620*    ON THE MASTER. WITH ONE, THE MASTER ROW SERVES IF IT WAS
007630*    LOADED ON OR BEFORE THAT DATE - NOTHING HAS REPLACED IT
007640*    SINCE; A ROW LOADED LATER, OR NO MASTER ROW AT ALL (A
007650*    DROPPED ROW), IS LOOKED FOR ON THE CELL HISTORY FILE.
007660*****************************************************************
007670 3060-READ-RANGE-ROW.
007680     MOVE WS-RANGE-ID  TO TM-RANGE-ID
007690     MOVE WS-FETCH-ROW TO TM-ROW-NUMBER
007700     READ TABLE-MASTER-FILE
007710         INVALID KEY
007720             CONTINUE
007730     END-READ
007740     IF WS-MAST-FILE-STATUS NOT EQUAL TO "00" AND
007750        WS-MAST-FILE-STATUS NOT EQUAL TO "23"
007760         PERFORM 1100-CHECK-MAST-STATUS THRU 1100-EXIT
007770         MOVE "- COULD NOT BE READ - SEE MASTFILE"
007780             TO WS-REJECT-TEXT
007790         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
007800         GO TO 3060-EXIT
007810     END-IF
007820     IF WS-AS-OF-GIVEN AND
007830        (WS-MAST-FILE-STATUS EQUAL TO "23" OR
007840         TM-RUN-DATE GREATER THAN WS-AS-OF-DATE)
007850         PERFORM 3080-READ-HISTORY-ROW THRU 3080-EXIT
007860         GO TO 3060-EXIT
007870     END-IF
007880     IF WS-MAST-FILE-STATUS EQUAL TO "23"
007890         MOVE SPACES TO WS-REJECT-TEXT
007900         IF WS-FETCH-ROW EQUAL TO 1
007910             MOVE "- IS NOT ON THE TABLE MASTER"
007920                 TO WS-REJECT-TEXT
007930         ELSE
007940             STRING "- ROW " WS-FETCH-ROW
007950                    " IS MISSING FROM THE TABLE MASTER"
007960                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
007970         END-IF
007980         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
007990     END-IF.
008000 3060-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040*    3080-READ-HISTORY-ROW - EACH HISTORY ROW WAS LIVE FROM
008050*    HS-EFFECTIVE-FROM UP TO (NOT INCLUDING) HS-EFFECTIVE-TO,
008060*    AND THE KEY ENDS IN THE EFFECTIVE-TO DATE - SO THE FIRST
008070*    ROW FOR THIS RANGE/ROW KEYED PAST THE AS-OF DATE IS THE
008080*    ONLY ONE THAT CAN HAVE BEEN LIVE ON IT, AND ONLY IF IT HAD
008090*    ALREADY BEEN LOADED BY THEN. SAME READ AS MULTINQ 3850.
008100*****************************************************************
008110 3080-READ-HISTORY-ROW.
008120     IF WS-HISTORY-NOT-AVAILABLE
008130         PERFORM 3090-REJECT-NOT-AS-OF THRU 3090-EXIT
008140         GO TO 3080-EXIT
008150     END-IF
008160     MOVE WS-RANGE-ID   TO HS-RANGE-ID
008170     MOVE WS-FETCH-ROW  TO HS-ROW-NUMBER
008180     MOVE WS-AS-OF-DATE TO HS-EFFECTIVE-TO
008190     START HISTORY-FILE KEY IS GREATER THAN HS-HISTORY-KEY
008200         INVALID KEY
008210             CONTINUE
008220     END-START
008230     IF WS-HIST-FILE-STATUS EQUAL TO "00"
008240         READ HISTORY-FILE NEXT RECORD
008250             AT END
008260                 CONTINUE
008270         END-READ
008280     END-IF
008290     IF WS-HIST-FILE-STATUS NOT EQUAL TO "00" AND
008300        WS-HIST-FILE-STATUS NOT EQUAL TO "10" AND
008310        WS-HIST-FILE-STATUS NOT EQUAL TO "23"
008320         DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
008330             " IS NOT OK - SEE MASTHIST"
008340         IF 16 IS GREATER THAN WS-WORST-RC
008350             MOVE 16 TO WS-WORST-RC
008360         END-IF
008370         MOVE "- COULD NOT BE READ - SEE MASTHIST"
008380             TO WS-REJECT-TEXT
008390         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
008400         GO TO 3080-EXIT
008410     END-IF
008420     IF WS-HIST-FILE-STATUS EQUAL TO "00" AND
008430        HS-RANGE-ID EQUAL TO WS-RANGE-ID AND
008440        HS-ROW-NUMBER EQUAL TO WS-FETCH-ROW AND
008450        HS-EFFECTIVE-FROM NOT GREATER THAN WS-AS-OF-DATE
008460         MOVE HS-ROW-IMAGE TO TABLE-MASTER-RECORD
008470     ELSE
008480         PERFORM 3090-REJECT-NOT-AS-OF THRU 3090-EXIT
008490     END-IF.
008500 3080-EXIT.
008510     EXIT.
008520
008530*    NEITHER FILE HOLDS THE ROW AS IT WAS ON THE AS-OF DATE -
008540*    NOT LOADED YET THEN, OR ITS HISTORY AGED OUT BY MULTHKP.
008550 3090-REJECT-NOT-AS-OF.
008560     MOVE SPACES TO WS-REJECT-TEXT
008570     STRING "- ROW " WS-FETCH-ROW " NOT ON FILE AS OF "
008580            WS-AS-OF-DATE " - NOT LOADED OR AGED OUT"
008590            DELIMITED BY SIZE INTO WS-REJECT-TEXT
008600     PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT.
008610 3090-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*    3100-FIND-DECK-ENTRY - LOOK WS-RANGE-ID UP IN THE CONTROL
008660*    DECK TABLE; WHEN FOUND, ITS PROFILE AND PAGE SIZE ARE LEFT
008670*    IN WS-DECK-PROFILE-ID AND WS-DECK-PAGE-SIZE.
008680*****************************************************************
008690 3100-FIND-DECK-ENTRY.
008700     SET WS-RANGE-OFF-DECK TO TRUE
008710     PERFORM 3150-CHECK-ONE-DECK-ENTRY THRU 3150-EXIT
008720         VARYING WS-DECK-SUB FROM 1 BY 1
008730             UNTIL WS-DECK-SUB GREATER THAN WS-DECK-COUNT
008740                OR WS-RANGE-ON-DECK.
008750 3100-EXIT.
008760     EXIT.
008770
008780 3150-CHECK-ONE-DECK-ENTRY.
008790     IF DK-RANGE-ID(WS-DECK-SUB) EQUAL TO WS-RANGE-ID
008800         SET WS-RANGE-ON-DECK TO TRUE
008810         MOVE DK-PROFILE-ID(WS-DECK-SUB) TO WS-DECK-PROFILE-ID
008820         MOVE DK-PAGE-SIZE(WS-DECK-SUB)  TO WS-DECK-PAGE-SIZE
008830     END-IF.
008840 3150-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*    3172-RESOLVE-PROFILE - SET THE WS-FMT FIELDS FOR THIS
008890*    RANGE: THE CLASSIC RAW FORMAT BY DEFAULT, OVERRIDDEN BY
008900*    THE NAMED PROFILES ENTRY. A NAME THAT IS NOT ON PROFILES
008910*    TURNS THE REQUEST DOWN RATHER THAN PRINTING IT IN A FORMAT
008920*    NOBODY ASKED FOR.
008930*****************************************************************
008940 3172-RESOLVE-PROFILE.
008950     MOVE 'N'    TO WS-FMT-ZERO-SUPPRESS
008960     MOVE 8      TO WS-FMT-WIDTH
008970     MOVE 100000000 TO WS-FMT-LIMIT
008980     MOVE ','    TO WS-FMT-DELIMITER
008990     MOVE SPACES TO WS-FMT-TITLE
009000     IF WS-PROFILE-ID NOT EQUAL TO SPACES
009010         SET WS-PROFILE-NOT-FOUND TO TRUE
009020         PERFORM 3174-CHECK-ONE-PROFILE THRU 3174-EXIT
009030             VARYING WS-PROFILE-SUB FROM 1 BY 1
009040                 UNTIL WS-PROFILE-SUB GREATER THAN
009050                           WS-PROFILE-COUNT
009060                    OR WS-PROFILE-WAS-FOUND
009070         IF NOT WS-PROFILE-WAS-FOUND
009080             MOVE SPACES TO WS-REJECT-TEXT
009090             STRING "- PROFILE '" WS-PROFILE-ID
009100                    "' IS NOT ON THE PROFILES DATASET"
009110                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
009120             PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
009130         END-IF
009140     END-IF.
009150 3172-EXIT.
009160     EXIT.
009170
009180 3174-CHECK-ONE-PROFILE.
009190     IF PT-ID(WS-PROFILE-SUB) EQUAL TO WS-PROFILE-ID
009200         SET WS-PROFILE-WAS-FOUND TO TRUE
009210         MOVE PT-ZERO-SUPPRESS(WS-PROFILE-SUB)
009220             TO WS-FMT-ZERO-SUPPRESS
009230         MOVE PT-CELL-WIDTH(WS-PROFILE-SUB) TO WS-FMT-WIDTH
009240         EVALUATE WS-FMT-WIDTH
009250         WHEN 1
009260             MOVE 10 TO WS-FMT-LIMIT
009270         WHEN 2
009280             MOVE 100 TO WS-FMT-LIMIT
009290         WHEN 3
009300             MOVE 1000 TO WS-FMT-LIMIT
009310         WHEN 4
009320             MOVE 10000 TO WS-FMT-LIMIT
009330         WHEN 5
009340             MOVE 100000 TO WS-FMT-LIMIT
009350         WHEN 6
009360             MOVE 1000000 TO WS-FMT-LIMIT
009370         WHEN 7
009380             MOVE 10000000 TO WS-FMT-LIMIT
009390         WHEN OTHER
009400             MOVE 100000000 TO WS-FMT-LIMIT
009410         END-EVALUATE
009420         MOVE PT-CSV-DELIMITER(WS-PROFILE-SUB)
009430             TO WS-FMT-DELIMITER
009440         MOVE PT-TITLE(WS-PROFILE-SUB) TO WS-FMT-TITLE
009450     END-IF.
009460 3174-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*    3200-SET-OPERATION-NAME - THE HEADING TEXT THE NIGHT RUN
009510*    PRINTED FOR THE MASTER'S OPERATION CODE.
009520*****************************************************************
009530 3200-SET-OPERATION-NAME.
009540     EVALUATE TRUE
009550     WHEN WS-DERIVE-DIFFERENCE
009560         MOVE "DIFFERENCE"     TO WS-OPERATION-NAME
009570     WHEN WS-DERIVE-SUM
009580         MOVE "SUM"            TO WS-OPERATION-NAME
009590     WHEN WS-DERIVE-RATIO
009600         MOVE "RATIO"          TO WS-OPERATION-NAME
009610     WHEN WS-OP-MULTIPLY
009620         MOVE "MULTIPLICATION" TO WS-OPERATION-NAME
009630     WHEN WS-OP-ADD
009640         MOVE "ADDITION"       TO WS-OPERATION-NAME
009650     WHEN WS-OP-POWER
009660         MOVE "POWER"          TO WS-OPERATION-NAME
009670     WHEN WS-OP-MODULO
009680         MOVE "MODULO"         TO WS-OPERATION-NAME
009690     WHEN OTHER
009700         MOVE "UNKNOWN"        TO WS-OPERATION-NAME
009710     END-EVALUATE.
009720 3200-EXIT.
009730     EXIT.
009740
009750*****************************************************************
009760*    3900-REJECT-REQUEST - LOG WHY THE REQUEST WAS TURNED DOWN
009770*    (WS-REJECT-TEXT) AND POST RC 4.
009780*****************************************************************
009790 3900-REJECT-REQUEST.
009800     SET WS-REQUEST-IS-BAD TO TRUE
009810     ADD 1 TO WS-REJECTED-COUNT
009820     MOVE SPACES TO REPRINT-LOG-RECORD
009830     STRING "REJECTED  - RANGE-ID " WS-RANGE-ID " "
009840            WS-REJECT-TEXT
009850            DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
009860     WRITE REPRINT-LOG-RECORD
009870     IF 4 IS GREATER THAN WS-WORST-RC
009880         MOVE 4 TO WS-WORST-RC
009890     END-IF.
009900 3900-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940*    6500-WRITE-PRINTED-REPORT - THE NIGHT RUN'S PAGINATED
009950*    REPORT, PARAGRAPH FOR PARAGRAPH AS MULT-TABLE'S 6500-6950
009960*    WRITE IT, SO A REPRINT READS LIKE THE ORIGINAL. ONLY 6700
009970*    DIFFERS - SEE THERE. KEEP THE TWO IN STEP.
009980*****************************************************************
009990 6500-WRITE-PRINTED-REPORT.
010000*    THE PROFILE'S TITLE LINE OPENS THE RANGE'S SECTION - IT
010010*    IS HELD UNTIL 6700 HAS EJECTED TO THE SECTION'S OWN PAGE.
010020     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
010030     IF WS-FMT-TITLE NOT EQUAL TO SPACES
010040         SET WS-TITLE-IS-PENDING TO TRUE
010050     END-IF
010060     PERFORM 6600-WRITE-REPORT-ROW THRU 6600-EXIT
010070         VARYING GUY-SUB FROM 1 BY 1
010080             UNTIL GUY-SUB GREATER THAN WS-GUY-ROWS.
010090 6500-EXIT.
010100     EXIT.
010110
010120 6600-WRITE-REPORT-ROW.
010130     COMPUTE GUY =
010140         WS-GUY-START + ((GUY-SUB - 1) * WS-GUY-STEP)
010150     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
010160             TO WS-LINES-PER-PAGE
010170         PERFORM 6700-WRITE-REPORT-HEADER THRU 6700-EXIT
010180     END-IF
010190     MOVE SPACES TO WS-REPORT-LINE
010200     MOVE 1 TO WS-STRING-POINTER
010210     MOVE GUY TO WS-RPT-HEADING-CELL
010220     STRING WS-RPT-HEADING-CELL DELIMITED BY SIZE
010230         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010240     STRING BL DELIMITED BY SIZE
010250         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010260     PERFORM 6650-APPEND-REPORT-CELL THRU 6650-EXIT
010270         VARYING GAL-SUB FROM 1 BY 1
010280             UNTIL GAL-SUB GREATER THAN WS-GAL-COLS
010290     MOVE WS-REPORT-LINE TO REPORT-RECORD
010300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
010310     ADD 1 TO WS-LINE-COUNT.
010320 6600-EXIT.
010330     EXIT.
010340
010350 6650-APPEND-REPORT-CELL.
010360     MOVE NUMB(GUY-SUB, GAL-SUB) TO WS-CELL-VALUE
010370     PERFORM 6900-FORMAT-CELL THRU 6900-EXIT
010380     STRING WS-CELL-OUT(1:WS-FMT-WIDTH) DELIMITED BY SIZE
010390         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010400     STRING BL DELIMITED BY SIZE
010410         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER.
010420 6650-EXIT.
010430     EXIT.
010440
010450*****************************************************************
010460*    6700-WRITE-REPORT-HEADER - EVERY PAGE OPENS WITH THE
010470*    REPRINT BANNER, SO NO PAGE CAN PASS FOR THE ORIGINAL. THEN
010480*    THE NIGHT RUN'S OWN HEADER (TITLE, RUN DATE, BOUNDS, PAGE
010490*    NUMBER AND COLUMN HEADINGS), THE RUN DATE BEING THE NIGHT
010500*    THE RANGE WAS LOADED, NOT TODAY.
010510*****************************************************************
010520 6700-WRITE-REPORT-HEADER.
010530     ADD 1 TO WS-PAGE-NUMBER
010540     MOVE SPACES TO WS-REPORT-LINE
010550     MOVE 1 TO WS-STRING-POINTER
010560     STRING "*** REPRINT ***  RANGE-ID " DELIMITED BY SIZE
010570            WS-RANGE-ID DELIMITED BY SIZE
010580            "  ORIGINAL LOAD DATE: " DELIMITED BY SIZE
010590            WS-LD-MM "/" WS-LD-DD "/" WS-LD-YY DELIMITED BY SIZE
010600         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010610     IF WS-AS-OF-GIVEN
010620         STRING "  AS OF: " DELIMITED BY SIZE
010630                WS-AO-MM "/" WS-AO-DD "/" WS-AO-YY
010640                DELIMITED BY SIZE
010650             INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010660     END-IF
010670     STRING "  REPRINTED: " DELIMITED BY SIZE
010680            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY DELIMITED BY SIZE
010690            "  - NOT A NEW RUN, NOTHING WAS RESENT"
010700            DELIMITED BY SIZE
010710         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010720     MOVE WS-REPORT-LINE TO REPORT-RECORD
010730     WRITE REPORT-RECORD AFTER ADVANCING PAGE
010740     MOVE SPACES TO WS-REPORT-LINE
010750     MOVE 1 TO WS-STRING-POINTER
010760     STRING "RUN DATE: " DELIMITED BY SIZE
010770            WS-LD-MM "/" WS-LD-DD "/" WS-LD-YY DELIMITED BY SIZE
010780            "   GUY " DELIMITED BY SIZE
010790            WS-GUY-START " TO " GUY-BOUND " BY " WS-GUY-STEP
010800            DELIMITED BY SIZE
010810            "   GAL " DELIMITED BY SIZE
010820            WS-GAL-START " TO " GAL-BOUND " BY " WS-GAL-STEP
010830            DELIMITED BY SIZE
010840            "   OP: " DELIMITED BY SIZE
010850            WS-OPERATION-NAME DELIMITED BY SPACE
010860            "   PAGE: " DELIMITED BY SIZE
010870            WS-PAGE-NUMBER DELIMITED BY SIZE
010880         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
010890     IF WS-TITLE-IS-PENDING
010900         MOVE 'N' TO WS-TITLE-SWITCH
010910         MOVE SPACES TO REPORT-RECORD
010920         MOVE WS-FMT-TITLE TO REPORT-RECORD
010930         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
010940     END-IF
010950     MOVE WS-REPORT-LINE TO REPORT-RECORD
010960     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
010970     MOVE SPACES TO WS-REPORT-LINE
010980     MOVE 1 TO WS-STRING-POINTER
010990     STRING "GUY " BL DELIMITED BY SIZE
011000         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
011010     PERFORM 6750-APPEND-HEADING-CELL THRU 6750-EXIT
011020         VARYING GAL-SUB FROM 1 BY 1
011030             UNTIL GAL-SUB GREATER THAN WS-GAL-COLS
011040     MOVE WS-REPORT-LINE TO REPORT-RECORD
011050     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
011060     MOVE ZERO TO WS-LINE-COUNT.
011070 6700-EXIT.
011080     EXIT.
011090
011100 6750-APPEND-HEADING-CELL.
011110     COMPUTE GAL =
011120         WS-GAL-START + ((GAL-SUB - 1) * WS-GAL-STEP)
011130     MOVE GAL TO WS-CELL-VALUE
011140     PERFORM 6950-FORMAT-HEADING THRU 6950-EXIT
011150     STRING WS-CELL-OUT(1:WS-FMT-WIDTH) DELIMITED BY SIZE
011160         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
011170     STRING BL DELIMITED BY SIZE
011180         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER.
011190 6750-EXIT.
011200     EXIT.
011210
011220*****************************************************************
011230*    6900-FORMAT-CELL - ONE CELL VALUE RENDERED PER THE
011240*    PROFILE: ZERO-SUPPRESSED OR RAW, CUT TO THE COLUMN WIDTH,
011250*    ASTERISKS WHEN IT WILL NOT FIT. THE RESULT IS THE FIRST
011260*    WS-FMT-WIDTH BYTES OF WS-CELL-OUT.
011270*****************************************************************
011280 6900-FORMAT-CELL.
011290     MOVE SPACES TO WS-CELL-OUT
011300     COMPUTE WS-CELL-PICK = 9 - WS-FMT-WIDTH
011310     IF WS-CELL-VALUE NOT LESS THAN WS-FMT-LIMIT
011320         MOVE ALL '*' TO WS-CELL-OUT(1:WS-FMT-WIDTH)
011330     ELSE
011340         IF WS-FMT-SUPPRESS-ZEROS
011350             MOVE WS-CELL-VALUE TO WS-EDIT-CELL-Z
011360             MOVE WS-EDIT-CELL-Z(WS-CELL-PICK:WS-FMT-WIDTH)
011370                 TO WS-CELL-OUT(1:WS-FMT-WIDTH)
011380         ELSE
011390             MOVE WS-CELL-VALUE TO WS-EDIT-CELL-9
011400             MOVE WS-EDIT-CELL-9(WS-CELL-PICK:WS-FMT-WIDTH)
011410                 TO WS-CELL-OUT(1:WS-FMT-WIDTH)
011420         END-IF
011430     END-IF.
011440 6900-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480*    6950-FORMAT-HEADING - HEADING NUMBERS ARE LABELS, ALWAYS
011490*    ZERO-SUPPRESSED, CUT TO THE SAME COLUMN WIDTH.
011500*****************************************************************
011510 6950-FORMAT-HEADING.
011520     MOVE SPACES TO WS-CELL-OUT
011530     COMPUTE WS-CELL-PICK = 9 - WS-FMT-WIDTH
011540     IF WS-CELL-VALUE NOT LESS THAN WS-FMT-LIMIT
011550         MOVE ALL '*' TO WS-CELL-OUT(1:WS-FMT-WIDTH)
011560     ELSE
011570         MOVE WS-CELL-VALUE TO WS-EDIT-CELL-Z
011580         MOVE WS-EDIT-CELL-Z(WS-CELL-PICK:WS-FMT-WIDTH)
011590             TO WS-CELL-OUT(1:WS-FMT-WIDTH)
011600     END-IF.
011610 6950-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650*    7000-WRITE-CSV-OUTPUT - THE RANGE'S CSV BLOCK, TITLE LINE
011660*    AND ROWS, EXACTLY AS MULT-TABLE'S 7000-7150 WRITE IT. NO
011670*    REPRINT MARK GOES IN - THE CSV IS A DATA FILE, AND A SHEET
011680*    BUILT ON THE NIGHT'S LAYOUT MUST LOAD THE REPRINT AS IS.
011690*****************************************************************
011700 7000-WRITE-CSV-OUTPUT.
011710     MOVE SPACES TO WS-REPORT-LINE
011720     MOVE 1 TO WS-STRING-POINTER
011730     STRING WS-RANGE-ID DELIMITED BY SPACE
011740            WS-FMT-DELIMITER DELIMITED BY SIZE
011750            WS-OPERATION-NAME DELIMITED BY SPACE
011760            WS-FMT-DELIMITER DELIMITED BY SIZE
011770            "GUY " WS-GUY-START "-" GUY-BOUND
011780            " BY " WS-GUY-STEP
011790            WS-FMT-DELIMITER DELIMITED BY SIZE
011800            "GAL " WS-GAL-START "-" GAL-BOUND
011810            " BY " WS-GAL-STEP
011820            DELIMITED BY SIZE INTO WS-REPORT-LINE
011830            WITH POINTER WS-STRING-POINTER
011840     MOVE WS-REPORT-LINE TO CSV-RECORD
011850     WRITE CSV-RECORD
011860     PERFORM 7100-WRITE-CSV-ROW THRU 7100-EXIT
011870         VARYING GUY-SUB FROM 1 BY 1
011880             UNTIL GUY-SUB GREATER THAN WS-GUY-ROWS.
011890 7000-EXIT.
011900     EXIT.
011910
011920 7100-WRITE-CSV-ROW.
011930     MOVE SPACES TO WS-REPORT-LINE
011940     MOVE 1 TO WS-STRING-POINTER
011950     MOVE NUMB(GUY-SUB, 1) TO WS-CELL-VALUE
011960     PERFORM 6900-FORMAT-CELL THRU 6900-EXIT
011970     STRING WS-CELL-OUT(1:WS-FMT-WIDTH) DELIMITED BY SIZE
011980         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
011990     PERFORM 7150-APPEND-CSV-CELL THRU 7150-EXIT
012000         VARYING GAL-SUB FROM 2 BY 1
012010             UNTIL GAL-SUB GREATER THAN WS-GAL-COLS
012020     MOVE WS-REPORT-LINE TO CSV-RECORD
012030     WRITE CSV-RECORD.
012040 7100-EXIT.
012050     EXIT.
012060
012070 7150-APPEND-CSV-CELL.
012080     MOVE NUMB(GUY-SUB, GAL-SUB) TO WS-CELL-VALUE
012090     PERFORM 6900-FORMAT-CELL THRU 6900-EXIT
012100     STRING WS-FMT-DELIMITER DELIMITED BY SIZE
012110            WS-CELL-OUT(1:WS-FMT-WIDTH) DELIMITED BY SIZE
012120         INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER.
012130 7150-EXIT.
012140     EXIT.
012150
012160*****************************************************************
012170*    8000-LOG-REPRINT - ONE RPRRPT LINE PER RANGE REPRINTED:
012180*    LOAD DATE, GRID SIZE, THE PAGES IT TOOK, THE PROFILE IT
012190*    WAS FORMATTED BY AND ANY AS-OF DATE, SO THE DESK CAN PULL
012200*    THE RIGHT PAGES.
012210*****************************************************************
012220 8000-LOG-REPRINT.
012230     ADD 1 TO WS-REPRINT-COUNT
012240     IF WS-PROFILE-ID EQUAL TO SPACES
012250         MOVE "(RAW)" TO WS-LOG-PROFILE
012260     ELSE
012270         MOVE WS-PROFILE-ID TO WS-LOG-PROFILE
012280     END-IF
012290     MOVE SPACES TO REPRINT-LOG-RECORD
012300     MOVE 1 TO WS-STRING-POINTER
012310     STRING "REPRINTED - RANGE-ID " WS-RANGE-ID
012320            "  LOADED " WS-LD-MM "/" WS-LD-DD "/" WS-LD-YY
012330            "  ROWS " WS-GUY-ROWS "  COLS " WS-GAL-COLS
012340            "  PAGES " WS-FIRST-PAGE " THRU " WS-PAGE-NUMBER
012350            "  PROFILE " WS-LOG-PROFILE
012360            DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
012370            WITH POINTER WS-STRING-POINTER
012380     IF WS-AS-OF-GIVEN
012390         STRING "  AS OF " WS-AO-MM "/" WS-AO-DD "/" WS-AO-YY
012400                DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
012410                WITH POINTER WS-STRING-POINTER
012420     END-IF
012430     IF WS-RANGE-OFF-DECK
012440         STRING "  (NOT ON THE CONTROL DECK)"
012450                DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
012460                WITH POINTER WS-STRING-POINTER
012470     END-IF
012480     WRITE REPRINT-LOG-RECORD.
012490 8000-EXIT.
012500     EXIT.
012510
012520*****************************************************************
012530*    9900-TERMINATE-RUN - WRITE THE REQUEST TOTALS, CLOSE FILES,
012540*    POST THE RUN'S WORST CONDITION TO RETURN-CODE FOR THE JCL
012550*    COND CHECK, AND GIVE BACK CONTROL.
012560*****************************************************************
012570 9900-TERMINATE-RUN.
012580     MOVE SPACES TO REPRINT-LOG-RECORD
012590     STRING "TOTALS - REQUESTS=" WS-REQUEST-COUNT
012600            " REPRINTED=" WS-REPRINT-COUNT
012610            " REJECTED=" WS-REJECTED-COUNT
012620            " PAGES=" WS-PAGE-NUMBER
012630            DELIMITED BY SIZE INTO REPRINT-LOG-RECORD
012640     WRITE REPRINT-LOG-RECORD
012650     CLOSE REQUEST-FILE
012660     CLOSE REPRINT-LOG-FILE
012670     CLOSE REPORT-FILE
012680     CLOSE CSV-FILE
012690     IF WS-MASTER-IS-OPEN
012700         CLOSE TABLE-MASTER-FILE
012710     END-IF
012720     IF WS-HISTORY-AVAILABLE
012730         CLOSE HISTORY-FILE
012740     END-IF
012750     MOVE WS-WORST-RC TO RETURN-CODE.
012760 9900-EXIT.
012770     EXIT.
012780
012790 END PROGRAM MULTRPR.
