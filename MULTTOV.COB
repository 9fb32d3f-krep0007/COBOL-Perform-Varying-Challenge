000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTTOV
000170* PURPOSE - THE MORNING SHIFT'S ONE-PAGE TURNOVER FOR THE WHOLE
000180*    OVERNIGHT STREAM. EVERY STEP THE SHIFT SIGNS OFF ON APPENDS
000190*    ONE RECORD TO THE SHARED RUN-STATUS FILE (RUNSTAT, LAYOUT
000200*    MTSTSREC) AS IT ENDS: MULTEDT IN THE AFTERNOON, MULT-TABLE,
000210*    MULTCHG AND MULTHKP OVERNIGHT, MULTACK IN THE MORNING. THIS
000220*    RUN READS RUNSTAT BACK AND PRINTS TOVRPT:
000230*      - ONE LINE PER EXPECTED STEP - GREEN (RC 0), AMBER (RC 1
000240*        TO 4) OR RED (ABOVE 4, OR THE STEP NEVER POSTED) - WITH
000250*        ITS COUNTS AND HOW MANY TIMES IT POSTED (RERUNS)
000260*      - EVERY HOLD-THE-FEED CALL STILL OPEN
000270*      - EVERY STEP THAT DID NOT RUN AT ALL
000280*    THE NIGHT RUNS FROM NOON YESTERDAY TO NOW - OLDER POSTINGS
000290*    BELONG TO EARLIER NIGHTS AND ARE PASSED OVER. WHEN A STEP
000300*    POSTED MORE THAN ONCE (A RERUN) THE LATEST POSTING STANDS,
000310*    SO A RERUN THAT CAME BACK CLEAN CLOSES THE HOLD ITS FAILED
000320*    RUN OPENED. ANY RED STEP, MISSING STEP OR OPEN HOLD POSTS
000330*    RC 4 SO THE SCHEDULER FLAGS THE TURNOVER.
000340*
000350* MODIFICATION HISTORY
000360*    10/15/2026  JK  ORIGINAL VERSION.
000362*    10/15/2026  JK  THE PARALLEL-NIGHT STEPS (STREAM JOBS MULTTS1
000364*                    AND MULTTS2, AND THE MULTMRG MERGE) ARE ON
000366*                    THE EXPECTED LIST AS OPTIONAL - ONLY MISSED
000368*                    WHEN ANOTHER PARALLEL-NIGHT STEP POSTED.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    MULTTOV.
000400 AUTHOR.        JOSH KREPS.
000410 INSTALLATION.  SHOP FLOOR SYSTEMS.
000420 DATE-WRITTEN.  10/15/2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-STAT-FILE-STATUS.
000530     SELECT TURNOVER-REPORT-FILE ASSIGN TO "TOVRPT"
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RUN-STATUS-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 120 CHARACTERS.
000620     COPY MTSTSREC.
000630
000640 FD  TURNOVER-REPORT-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  TURNOVER-REPORT-RECORD         PIC X(132).
000690
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720*    SWITCHES
000730*****************************************************************
000740 01  WS-SWITCHES.
000750     05  WS-STAT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000760         88  WS-END-OF-RUN-STATUS           VALUE 'Y'.
000770     05  WS-STAT-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
000780         88  WS-RUN-STATUS-IS-OPEN          VALUE 'Y'.
000790     05  WS-WINDOW-SWITCH       PIC X(01)  VALUE 'N'.
000800         88  WS-POSTING-IN-WINDOW           VALUE 'Y'.
000810         88  WS-POSTING-OUT-OF-WINDOW       VALUE 'N'.
000820     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
000830         88  WS-STEP-WAS-FOUND              VALUE 'Y'.
000840         88  WS-STEP-NOT-FOUND              VALUE 'N'.
000842     05  WS-PARALLEL-SWITCH     PIC X(01)  VALUE 'N'.
000844         88  WS-PARALLEL-NIGHT              VALUE 'Y'.
000846         88  WS-SINGLE-STREAM-NIGHT         VALUE 'N'.
000850
000860 77  WS-STAT-FILE-STATUS        PIC X(02).
000870
000880*****************************************************************
000890*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
000900*    RETURN-CODE AT JOB END. 4 = A RED STEP, A STEP THAT NEVER
000910*    POSTED, OR A HOLD-THE-FEED CALL STILL OPEN.
000920*****************************************************************
000930 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
000940
000950*****************************************************************
000960*    THE EXPECTED STEPS OF ONE NIGHT, IN THE ORDER THEY RUN. THE
000970*    JOB AND STEP NAMES ARE THE ONES IN EACH PROGRAM'S OWN JCL
000980*    AND IN ITS 9800-POST-RUN-STATUS - A STEP ADDED TO THE
000990*    STREAM IS ADDED HERE, AND MAX-EXPECTED-STEPS WITH IT.
000991*    THE LAST BYTE OF EACH ENTRY IS Y FOR A STEP THAT ONLY RUNS
000992*    ON A PARALLEL NIGHT (THE MULTTSN STREAM JOBS AND THE MULTMRG
000993*    MERGE IN MULTTABP). THOSE ARE EXPECTED ONLY WHEN AT LEAST ONE
000994*    OF THEM POSTED - THEN EVERY ONE OF THEM MUST HAVE. A THIRD
000995*    STREAM JOB IS ADDED HERE THE SAME WAY.
001000*****************************************************************
001010 77  MAX-EXPECTED-STEPS         PIC 9(02)  VALUE 8.
001020 01  EXPECTED-STEP-VALUES.
001030     05  FILLER                 PIC X(08)  VALUE "MULTEDT".
001040     05  FILLER                 PIC X(08)  VALUE "STEP010".
001050     05  FILLER                 PIC X(08)  VALUE "MULTEDT".
001060     05  FILLER                 PIC X(24)
001070                                 VALUE "DECK PRE-FLIGHT EDIT".
001071     05  FILLER                 PIC X(01)  VALUE "N".
001072     05  FILLER                 PIC X(08)  VALUE "MULTTS1".
001073     05  FILLER                 PIC X(08)  VALUE "STEP010".
001074     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001075     05  FILLER                 PIC X(24)
001076                                 VALUE "PARALLEL STREAM 1 BUILD".
001077     05  FILLER                 PIC X(01)  VALUE "Y".
001078     05  FILLER                 PIC X(08)  VALUE "MULTTS2".
001079     05  FILLER                 PIC X(08)  VALUE "STEP010".
001080     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001081     05  FILLER                 PIC X(24)
001082                                 VALUE "PARALLEL STREAM 2 BUILD".
001083     05  FILLER                 PIC X(01)  VALUE "Y".
001084     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001090     05  FILLER                 PIC X(08)  VALUE "STEP010".
001100     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001110     05  FILLER                 PIC X(24)
001120                                 VALUE "NIGHTLY TABLE BUILD".
001121     05  FILLER                 PIC X(01)  VALUE "N".
001122     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001123     05  FILLER                 PIC X(08)  VALUE "STEP011".
001124     05  FILLER                 PIC X(08)  VALUE "MULTMRG".
001125     05  FILLER                 PIC X(24)
001126                                 VALUE "STREAM MERGE AND BALANCE".
001127     05  FILLER                 PIC X(01)  VALUE "Y".
001130     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001140     05  FILLER                 PIC X(08)  VALUE "STEP012".
001150     05  FILLER                 PIC X(08)  VALUE "MULTCHG".
001160     05  FILLER                 PIC X(24)
001170                                 VALUE "DELTA CHANGE RECON".
001175     05  FILLER                 PIC X(01)  VALUE "N".
001180     05  FILLER                 PIC X(08)  VALUE "MULTTAB".
001190     05  FILLER                 PIC X(08)  VALUE "STEP015".
001200     05  FILLER                 PIC X(08)  VALUE "MULTHKP".
001210     05  FILLER                 PIC X(24)
001220                                 VALUE "MASTER HOUSEKEEPING".
001225     05  FILLER                 PIC X(01)  VALUE "N".
001230     05  FILLER                 PIC X(08)  VALUE "MULTACK".
001240     05  FILLER                 PIC X(08)  VALUE "STEP010".
001250     05  FILLER                 PIC X(08)  VALUE "MULTACK".
001260     05  FILLER                 PIC X(24)
001270                                 VALUE "COSTING ACK BALANCE".
001275     05  FILLER                 PIC X(01)  VALUE "N".
001280 01  EXPECTED-STEP-TABLE REDEFINES EXPECTED-STEP-VALUES.
001290     05  ES-ENTRY OCCURS 8 TIMES.
001300         10  ES-JOB-NAME        PIC X(08).
001310         10  ES-STEP-NAME       PIC X(08).
001320         10  ES-PROGRAM-ID      PIC X(08).
001330         10  ES-DESCRIPTION     PIC X(24).
001333         10  ES-PARALLEL-SWITCH PIC X(01).
001336             88  ES-PARALLEL-ONLY       VALUE 'Y'.
001340
001350*****************************************************************
001360*    WHAT EACH EXPECTED STEP POSTED TONIGHT - HOW MANY TIMES,
001370*    AND THE LATEST POSTING WHOLE. SAME SUBSCRIPT AS ES-ENTRY.
001380*****************************************************************
001390 01  STEP-POSTING-TABLE.
001400     05  SP-ENTRY OCCURS 8 TIMES.
001410         10  SP-POST-COUNT      PIC 9(03).
001420         10  SP-LATEST-POSTING  PIC X(120).
001430 77  WS-STEP-SUB                PIC 9(02).
001440 77  WS-FOUND-SUB               PIC 9(02).
001450
001460*****************************************************************
001470*    THE POSTING BEING PRINTED, IN THE RUNSTAT LAYOUT
001480*****************************************************************
001490     COPY MTSTSREC REPLACING LEADING ==RS== BY ==LP==
001500         ==RUN-STATUS-RECORD== BY ==LATEST-POSTING==.
001510
001520*****************************************************************
001530*    THE NIGHT'S WINDOW - A POSTING DATED TODAY, OR DATED
001540*    YESTERDAY AT OR AFTER WS-WINDOW-START-TIME, BELONGS TO IT.
001550*****************************************************************
001560 77  WS-WINDOW-START-TIME       PIC 9(06)  VALUE 120000.
001570 77  WS-TODAY-INT               PIC 9(07).
001580 77  WS-YESTERDAY-INT           PIC 9(07).
001590 77  WS-CONVERT-YYMMDD          PIC 9(06).
001600 77  WS-CONVERTED-DAY-INT       PIC 9(07).
001610 77  WS-CCYYMMDD                PIC 9(08).
001620
001630 01  WS-CURRENT-DATE-FIELDS.
001640     05  WS-CD-YY               PIC 99.
001650     05  WS-CD-MM               PIC 99.
001660     05  WS-CD-DD               PIC 99.
001670
001680*****************************************************************
001690*    COUNTS FOR THE REPORT TRAILER
001700*****************************************************************
001710 77  WS-POSTING-READ-COUNT      PIC 9(06)  VALUE ZERO.
001720 77  WS-POSTING-USED-COUNT      PIC 9(06)  VALUE ZERO.
001730 77  WS-GREEN-COUNT             PIC 9(02)  VALUE ZERO.
001740 77  WS-AMBER-COUNT             PIC 9(02)  VALUE ZERO.
001750 77  WS-RED-COUNT               PIC 9(02)  VALUE ZERO.
001760 77  WS-MISSING-COUNT           PIC 9(02)  VALUE ZERO.
001770 77  WS-HOLD-COUNT              PIC 9(02)  VALUE ZERO.
001780
001790*****************************************************************
001800*    REPORT-LINE EDITED FIELDS
001810*****************************************************************
001820 77  WS-STEP-COLOR              PIC X(05).
001830 77  WS-EDIT-COUNT-A            PIC Z(05)9.
001840 77  WS-EDIT-COUNT-B            PIC Z(05)9.
001850 77  WS-EDIT-COUNT-C            PIC Z(05)9.
001860 77  WS-EDIT-COUNT-D            PIC Z(05)9.
001870 77  WS-EDIT-COUNT-E            PIC Z(05)9.
001880 77  WS-EDIT-COUNT-F            PIC Z(05)9.
001890 77  WS-EDIT-RUNS               PIC ZZ9.
001900 77  WS-EDIT-COUNT-2            PIC Z9.
001910 77  WS-EDIT-COUNT-2B           PIC Z9.
001920 77  WS-EDIT-COUNT-2C           PIC Z9.
001930 77  WS-EDIT-COUNT-2D           PIC Z9.
001940 77  WS-EDIT-COUNT-2E           PIC Z9.
001950 77  WS-STRING-POINTER          PIC 9(04).
001960 01  WS-REPORT-LINE             PIC X(132).
001970
001980 PROCEDURE DIVISION.
001990*****************************************************************
002000*    0000-MAINLINE - EVERY POSTING IN THE NIGHT'S WINDOW IS
002010*    FILED AGAINST ITS STEP FIRST; THE PAGE IS THEN WRITTEN
002020*    STEP BY STEP, FOLLOWED BY THE OPEN HOLDS AND THE STEPS
002030*    THAT NEVER POSTED.
002040*****************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
002070     PERFORM 2000-FILE-POSTINGS       THRU 2000-EXIT
002080     PERFORM 3000-WRITE-STEP-LINES    THRU 3000-EXIT
002090     PERFORM 4000-WRITE-OPEN-HOLDS    THRU 4000-EXIT
002100     PERFORM 5000-WRITE-MISSING-STEPS THRU 5000-EXIT
002110     PERFORM 9000-WRITE-RUN-TOTALS    THRU 9000-EXIT
002120     PERFORM 9900-TERMINATE-RUN       THRU 9900-EXIT
002130     GOBACK.
002140
002150*****************************************************************
002160*    1000-INITIALIZE-RUN - TODAY AND YESTERDAY AS DAY NUMBERS
002170*    BOUND THE NIGHT'S WINDOW. A RUNSTAT THAT WILL NOT OPEN
002180*    LEAVES EVERY STEP UNPOSTED, AND THE PAGE SAYS SO.
002190*****************************************************************
002200 1000-INITIALIZE-RUN.
002210     OPEN OUTPUT TURNOVER-REPORT-FILE
002220     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002230     MOVE WS-CURRENT-DATE-FIELDS TO WS-CONVERT-YYMMDD
002240     PERFORM 7000-CONVERT-DAY THRU 7000-EXIT
002250     MOVE WS-CONVERTED-DAY-INT TO WS-TODAY-INT
002260     SUBTRACT 1 FROM WS-TODAY-INT GIVING WS-YESTERDAY-INT
002270     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
002280         VARYING WS-STEP-SUB FROM 1 BY 1
002290             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS
002300     MOVE SPACES TO WS-REPORT-LINE
002310     MOVE 1 TO WS-STRING-POINTER
002320     STRING "OVERNIGHT STREAM SHIFT TURNOVER - MORNING OF "
002330            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002340            DELIMITED BY SIZE INTO WS-REPORT-LINE
002350            WITH POINTER WS-STRING-POINTER
002360     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
002370     WRITE TURNOVER-REPORT-RECORD
002380     MOVE SPACES TO TURNOVER-REPORT-RECORD
002390     WRITE TURNOVER-REPORT-RECORD
002400     OPEN INPUT RUN-STATUS-FILE
002410     IF WS-STAT-FILE-STATUS EQUAL TO "00"
002420         SET WS-RUN-STATUS-IS-OPEN TO TRUE
002430     ELSE
002440         SET WS-END-OF-RUN-STATUS TO TRUE
002450         MOVE SPACES TO WS-REPORT-LINE
002460         MOVE 1 TO WS-STRING-POINTER
002470         STRING "*** RUNSTAT OPEN FAILED, FILE STATUS "
002480                WS-STAT-FILE-STATUS
002490                " - NO STEP POSTINGS COULD BE READ ***"
002500                DELIMITED BY SIZE INTO WS-REPORT-LINE
002510                WITH POINTER WS-STRING-POINTER
002520         MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
002530         WRITE TURNOVER-REPORT-RECORD
002540         MOVE SPACES TO TURNOVER-REPORT-RECORD
002550         WRITE TURNOVER-REPORT-RECORD
002560     END-IF.
002570 1000-EXIT.
002580     EXIT.
002590
002600 1100-CLEAR-ONE-STEP.
002610     MOVE ZERO TO SP-POST-COUNT(WS-STEP-SUB)
002620     MOVE SPACES TO SP-LATEST-POSTING(WS-STEP-SUB).
002630 1100-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670*    2000-FILE-POSTINGS - RUNSTAT IS APPENDED IN THE ORDER THE
002680*    STEPS END, SO A LATER POSTING FOR THE SAME STEP SIMPLY
002690*    REPLACES THE ONE HELD. A POSTING FOR A STEP NOT ON THE
002700*    EXPECTED LIST IS COUNTED AS READ AND OTHERWISE IGNORED.
002703*    ONCE ALL ARE FILED, ANY PARALLEL-ONLY STEP THAT POSTED
002706*    MAKES TONIGHT A PARALLEL NIGHT.
002710*****************************************************************
002720 2000-FILE-POSTINGS.
002730     PERFORM 2100-FILE-ONE-POSTING THRU 2100-EXIT
002733         UNTIL WS-END-OF-RUN-STATUS
002736     PERFORM 2500-CHECK-PARALLEL-STEP THRU 2500-EXIT
002739         VARYING WS-STEP-SUB FROM 1 BY 1
002742             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS.
002745
002750 2000-EXIT.
002760     EXIT.
002770
002780 2100-FILE-ONE-POSTING.
002790     READ RUN-STATUS-FILE
002800         AT END
002810             SET WS-END-OF-RUN-STATUS TO TRUE
002820             GO TO 2100-EXIT
002830     END-READ
002840     ADD 1 TO WS-POSTING-READ-COUNT
002850     PERFORM 2200-CHECK-WINDOW THRU 2200-EXIT
002860     IF WS-POSTING-OUT-OF-WINDOW
002870         GO TO 2100-EXIT
002880     END-IF
002890     PERFORM 2300-FIND-STEP THRU 2300-EXIT
002900     IF WS-STEP-NOT-FOUND
002910         GO TO 2100-EXIT
002920     END-IF
002930     ADD 1 TO WS-POSTING-USED-COUNT
002940     ADD 1 TO SP-POST-COUNT(WS-FOUND-SUB)
002950     MOVE RUN-STATUS-RECORD TO SP-LATEST-POSTING(WS-FOUND-SUB).
002960 2100-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000*    2200-CHECK-WINDOW - TODAY'S POSTINGS AND YESTERDAY'S FROM
003010*    WS-WINDOW-START-TIME ON. A POSTING WHOSE DATE OR TIME IS
003020*    NOT NUMERIC CANNOT BE PLACED AND IS PASSED OVER.
003030*****************************************************************
003040 2200-CHECK-WINDOW.
003050     SET WS-POSTING-OUT-OF-WINDOW TO TRUE
003060     IF RS-RUN-DATE IS NOT NUMERIC OR
003070        RS-RUN-TIME IS NOT NUMERIC
003080         GO TO 2200-EXIT
003090     END-IF
003100     MOVE RS-RUN-DATE TO WS-CONVERT-YYMMDD
003110     PERFORM 7000-CONVERT-DAY THRU 7000-EXIT
003120     IF WS-CONVERTED-DAY-INT EQUAL TO WS-TODAY-INT
003130         SET WS-POSTING-IN-WINDOW TO TRUE
003140     END-IF
003150     IF WS-CONVERTED-DAY-INT EQUAL TO WS-YESTERDAY-INT AND
003160        RS-RUN-TIME IS NOT LESS THAN WS-WINDOW-START-TIME
003170         SET WS-POSTING-IN-WINDOW TO TRUE
003180     END-IF.
003190 2200-EXIT.
003200     EXIT.
003210
003220 2300-FIND-STEP.
003230     SET WS-STEP-NOT-FOUND TO TRUE
003240     MOVE ZERO TO WS-FOUND-SUB
003250     PERFORM 2400-CHECK-ONE-STEP THRU 2400-EXIT
003260         VARYING WS-STEP-SUB FROM 1 BY 1
003270             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS
003280                OR WS-STEP-WAS-FOUND.
003290 2300-EXIT.
003300     EXIT.
003310
003320 2400-CHECK-ONE-STEP.
003330     IF ES-JOB-NAME(WS-STEP-SUB) EQUAL TO RS-JOB-NAME AND
003340        ES-STEP-NAME(WS-STEP-SUB) EQUAL TO RS-STEP-NAME
003350         SET WS-STEP-WAS-FOUND TO TRUE
003360         MOVE WS-STEP-SUB TO WS-FOUND-SUB
003370     END-IF.
003380 2400-EXIT.
003390     EXIT.
003400
003401 2500-CHECK-PARALLEL-STEP.
003402     IF ES-PARALLEL-ONLY(WS-STEP-SUB) AND
003403        SP-POST-COUNT(WS-STEP-SUB) IS GREATER THAN ZERO
003404         SET WS-PARALLEL-NIGHT TO TRUE
003405     END-IF.
003406 2500-EXIT.
003407     EXIT.
003408
003410*****************************************************************
003420*    3000-WRITE-STEP-LINES - ONE LINE PER EXPECTED STEP WITH ITS
003430*    COLOR. GREEN IS RC 0, AMBER RC 1-4 (FINDINGS THE STEP
003435*    FINISHED WITH), RED ABOVE 4 OR NO POSTING AT ALL. A
003440*    PARALLEL-ONLY STEP ON A SINGLE-STREAM NIGHT HAS NO COLOR -
003445*    IT WAS NEVER SCHEDULED.
003450*****************************************************************
003460 3000-WRITE-STEP-LINES.
003470     MOVE SPACES TO WS-REPORT-LINE
003480     MOVE 1 TO WS-STRING-POINTER
003490     STRING "JOB      STEP     PROGRAM  DESCRIPTION              "
003500            " ENDED           RC STATUS REJECT  OVRFLW  THRESH  "
003510            " RECON  PURGED  ACKSHT RUNS"
003520            DELIMITED BY SIZE INTO WS-REPORT-LINE
003530            WITH POINTER WS-STRING-POINTER
003540     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
003550     WRITE TURNOVER-REPORT-RECORD
003560     PERFORM 3100-WRITE-ONE-STEP THRU 3100-EXIT
003570         VARYING WS-STEP-SUB FROM 1 BY 1
003580             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS.
003590 3000-EXIT.
003600     EXIT.
003610
003620 3100-WRITE-ONE-STEP.
003630     MOVE SPACES TO WS-REPORT-LINE
003640     MOVE 1 TO WS-STRING-POINTER
003650     STRING ES-JOB-NAME(WS-STEP-SUB) " "
003660            ES-STEP-NAME(WS-STEP-SUB) " "
003670            ES-PROGRAM-ID(WS-STEP-SUB) " "
003680            ES-DESCRIPTION(WS-STEP-SUB) " "
003690            DELIMITED BY SIZE INTO WS-REPORT-LINE
003700            WITH POINTER WS-STRING-POINTER
003701     IF SP-POST-COUNT(WS-STEP-SUB) EQUAL TO ZERO AND
003702        ES-PARALLEL-ONLY(WS-STEP-SUB) AND
003703        WS-SINGLE-STREAM-NIGHT
003704         STRING "NOT SCHEDULED - SINGLE-STREAM NIGHT"
003705                DELIMITED BY SIZE INTO WS-REPORT-LINE
003706                WITH POINTER WS-STRING-POINTER
003707         MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
003708         WRITE TURNOVER-REPORT-RECORD
003709         GO TO 3100-EXIT
003710     END-IF
003711     IF SP-POST-COUNT(WS-STEP-SUB) EQUAL TO ZERO
003720         ADD 1 TO WS-RED-COUNT
003730         ADD 1 TO WS-MISSING-COUNT
003740         PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
003750         STRING "DID NOT RUN        -- RED"
003760                DELIMITED BY SIZE INTO WS-REPORT-LINE
003770                WITH POINTER WS-STRING-POINTER
003780         MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
003790         WRITE TURNOVER-REPORT-RECORD
003800         GO TO 3100-EXIT
003810     END-IF
003820     MOVE SP-LATEST-POSTING(WS-STEP-SUB) TO LATEST-POSTING
003830     EVALUATE TRUE
003840     WHEN LP-RETURN-CODE EQUAL TO ZERO
003850         MOVE "GREEN" TO WS-STEP-COLOR
003860         ADD 1 TO WS-GREEN-COUNT
003870     WHEN LP-RETURN-CODE IS NOT GREATER THAN 4
003880         MOVE "AMBER" TO WS-STEP-COLOR
003890         ADD 1 TO WS-AMBER-COUNT
003900     WHEN OTHER
003910         MOVE "RED  " TO WS-STEP-COLOR
003920         ADD 1 TO WS-RED-COUNT
003930         PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
003940     END-EVALUATE
003950     MOVE LP-REJECT-COUNT    TO WS-EDIT-COUNT-A
003960     MOVE LP-OVERFLOW-COUNT  TO WS-EDIT-COUNT-B
003970     MOVE LP-THRESHOLD-COUNT TO WS-EDIT-COUNT-C
003980     MOVE LP-RECON-COUNT     TO WS-EDIT-COUNT-D
003990     MOVE LP-PURGED-COUNT    TO WS-EDIT-COUNT-E
004000     MOVE LP-ACK-SHORT-COUNT TO WS-EDIT-COUNT-F
004010     MOVE SP-POST-COUNT(WS-STEP-SUB) TO WS-EDIT-RUNS
004020     STRING LP-RUN-DATE(3:2) "/" LP-RUN-DATE(5:2) "/"
004030            LP-RUN-DATE(1:2) " "
004040            LP-RUN-TIME(1:2) ":" LP-RUN-TIME(3:2) ":"
004050            LP-RUN-TIME(5:2) "  "
004060            LP-RETURN-CODE " " WS-STEP-COLOR "  "
004070            WS-EDIT-COUNT-A "  " WS-EDIT-COUNT-B "  "
004080            WS-EDIT-COUNT-C "  " WS-EDIT-COUNT-D "  "
004090            WS-EDIT-COUNT-E "  " WS-EDIT-COUNT-F " "
004100            WS-EDIT-RUNS
004110            DELIMITED BY SIZE INTO WS-REPORT-LINE
004120            WITH POINTER WS-STRING-POINTER
004130     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
004140     WRITE TURNOVER-REPORT-RECORD.
004150 3100-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190*    4000-WRITE-OPEN-HOLDS - EVERY STEP WHOSE LATEST POSTING
004200*    STILL SAYS HOLD THE FEED, WITH THE STEP'S OWN REASON. A
004210*    HOLD CLOSED BY A CLEAN RERUN DOES NOT APPEAR.
004220*****************************************************************
004230 4000-WRITE-OPEN-HOLDS.
004240     MOVE SPACES TO TURNOVER-REPORT-RECORD
004250     WRITE TURNOVER-REPORT-RECORD
004260     MOVE "HOLD-THE-FEED DECISIONS STILL OPEN"
004270         TO TURNOVER-REPORT-RECORD
004280     WRITE TURNOVER-REPORT-RECORD
004290     PERFORM 4100-CHECK-ONE-HOLD THRU 4100-EXIT
004300         VARYING WS-STEP-SUB FROM 1 BY 1
004310             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS
004320     IF WS-HOLD-COUNT EQUAL TO ZERO
004330         MOVE "    NONE" TO TURNOVER-REPORT-RECORD
004340         WRITE TURNOVER-REPORT-RECORD
004350     END-IF.
004360 4000-EXIT.
004370     EXIT.
004380
004390 4100-CHECK-ONE-HOLD.
004400     IF SP-POST-COUNT(WS-STEP-SUB) EQUAL TO ZERO
004410         GO TO 4100-EXIT
004420     END-IF
004430     MOVE SP-LATEST-POSTING(WS-STEP-SUB) TO LATEST-POSTING
004440     IF NOT LP-HOLD-THE-FEED
004450         GO TO 4100-EXIT
004460     END-IF
004470     ADD 1 TO WS-HOLD-COUNT
004480     PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
004490     MOVE SPACES TO WS-REPORT-LINE
004500     MOVE 1 TO WS-STRING-POINTER
004510     STRING "    " ES-JOB-NAME(WS-STEP-SUB) " "
004520            ES-STEP-NAME(WS-STEP-SUB) " "
004530            ES-PROGRAM-ID(WS-STEP-SUB) " - "
004540            LP-HOLD-REASON
004550            DELIMITED BY SIZE INTO WS-REPORT-LINE
004560            WITH POINTER WS-STRING-POINTER
004570     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
004580     WRITE TURNOVER-REPORT-RECORD.
004590 4100-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    5000-WRITE-MISSING-STEPS - EVERY EXPECTED STEP WITH NO
004640*    POSTING IN THE WINDOW: IT WAS BYPASSED BY A COND CODE,
004646*    ABENDED, OR WAS NEVER SUBMITTED. A PARALLEL-ONLY STEP IS
004652*    MISSING ONLY ON A PARALLEL NIGHT.
004660*****************************************************************
004670 5000-WRITE-MISSING-STEPS.
004680     MOVE SPACES TO TURNOVER-REPORT-RECORD
004690     WRITE TURNOVER-REPORT-RECORD
004700     MOVE "STEPS THAT DID NOT RUN" TO TURNOVER-REPORT-RECORD
004710     WRITE TURNOVER-REPORT-RECORD
004720     PERFORM 5100-CHECK-ONE-MISSING THRU 5100-EXIT
004730         VARYING WS-STEP-SUB FROM 1 BY 1
004740             UNTIL WS-STEP-SUB GREATER THAN MAX-EXPECTED-STEPS
004750     IF WS-MISSING-COUNT EQUAL TO ZERO
004760         MOVE "    NONE" TO TURNOVER-REPORT-RECORD
004770         WRITE TURNOVER-REPORT-RECORD
004780     END-IF.
004790 5000-EXIT.
004800     EXIT.
004810
004820 5100-CHECK-ONE-MISSING.
004830     IF SP-POST-COUNT(WS-STEP-SUB) IS GREATER THAN ZERO
004840         GO TO 5100-EXIT
004850     END-IF
004852     IF ES-PARALLEL-ONLY(WS-STEP-SUB) AND WS-SINGLE-STREAM-NIGHT
004854         GO TO 5100-EXIT
004856     END-IF
004858
004860     MOVE SPACES TO WS-REPORT-LINE
004870     MOVE 1 TO WS-STRING-POINTER
004880     STRING "    " ES-JOB-NAME(WS-STEP-SUB) " "
004890            ES-STEP-NAME(WS-STEP-SUB) " "
004900            ES-PROGRAM-ID(WS-STEP-SUB) " - "
004910            ES-DESCRIPTION(WS-STEP-SUB)
004920            " - NO RUN-STATUS POSTING SINCE NOON YESTERDAY"
004930            DELIMITED BY SIZE INTO WS-REPORT-LINE
004940            WITH POINTER WS-STRING-POINTER
004950     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
004960     WRITE TURNOVER-REPORT-RECORD.
004970 5100-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*    7000-CONVERT-DAY - ONE PLACE FOR THE YYMMDD-TO-DAY-NUMBER
005020*    CONVERSION, SAME AS MULTHKP: THE SHOP'S DATES ALL LIVE IN
005030*    20XX, SO THE CENTURY IS PINNED AT 20. AN ARGUMENT
005040*    INTEGER-OF-DATE WILL NOT TAKE COMES BACK AS ZERO, WHICH
005050*    NEVER MATCHES TODAY OR YESTERDAY.
005060*****************************************************************
005070 7000-CONVERT-DAY.
005080     COMPUTE WS-CCYYMMDD = 20000000 + WS-CONVERT-YYMMDD
005090     COMPUTE WS-CONVERTED-DAY-INT =
005100         FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
005110         ON SIZE ERROR
005120             MOVE ZERO TO WS-CONVERTED-DAY-INT
005130     END-COMPUTE.
005140 7000-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180*    8000-NOTE-EXCEPTION - BOOKKEEPING COMMON TO EVERY FINDING
005190*    THE SHIFT HAS TO ACT ON: POST RC 4. THE CALLER WRITES ITS
005200*    OWN LINE.
005210*****************************************************************
005220 8000-NOTE-EXCEPTION.
005230     IF 4 IS GREATER THAN WS-WORST-RC
005240         MOVE 4 TO WS-WORST-RC
005250     END-IF.
005260 8000-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*    9000-WRITE-RUN-TOTALS - THE COLOR COUNTS AND THE ONE-LINE
005310*    VERDICT FOR THE SHIFT LEAD'S SIGN-OFF.
005320*****************************************************************
005330 9000-WRITE-RUN-TOTALS.
005340     MOVE SPACES TO TURNOVER-REPORT-RECORD
005350     WRITE TURNOVER-REPORT-RECORD
005360     MOVE WS-GREEN-COUNT   TO WS-EDIT-COUNT-2
005370     MOVE WS-AMBER-COUNT   TO WS-EDIT-COUNT-2B
005380     MOVE WS-RED-COUNT     TO WS-EDIT-COUNT-2C
005390     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT-2D
005400     MOVE WS-HOLD-COUNT    TO WS-EDIT-COUNT-2E
005410     MOVE WS-POSTING-READ-COUNT TO WS-EDIT-COUNT-A
005420     MOVE WS-POSTING-USED-COUNT TO WS-EDIT-COUNT-B
005430     MOVE SPACES TO WS-REPORT-LINE
005440     MOVE 1 TO WS-STRING-POINTER
005450     STRING "TOTALS - GREEN=" WS-EDIT-COUNT-2
005460            "  AMBER=" WS-EDIT-COUNT-2B
005470            "  RED=" WS-EDIT-COUNT-2C
005480            "  (DID NOT RUN=" WS-EDIT-COUNT-2D ")"
005490            "  HOLDS OPEN=" WS-EDIT-COUNT-2E
005500            "  POSTINGS READ=" WS-EDIT-COUNT-A
005510            "  TONIGHT'S=" WS-EDIT-COUNT-B
005520            DELIMITED BY SIZE INTO WS-REPORT-LINE
005530            WITH POINTER WS-STRING-POINTER
005540     MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
005550     WRITE TURNOVER-REPORT-RECORD
005560     IF WS-WORST-RC IS GREATER THAN ZERO
005570         MOVE "*** THE NIGHT NEEDS ATTENTION - CLEAR THE RED STEPS
005580-             " AND OPEN HOLDS BEFORE SIGN-OFF ***"
005590             TO TURNOVER-REPORT-RECORD
005600         WRITE TURNOVER-REPORT-RECORD
005610     ELSE
005620         MOVE "THE NIGHT RAN CLEAN - NOTHING HELD OR MISSING"
005630             TO TURNOVER-REPORT-RECORD
005640         WRITE TURNOVER-REPORT-RECORD
005650     END-IF.
005660 9000-EXIT.
005670     EXIT.
005680
005690*****************************************************************
005700*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
005710*    CONDITION TO RETURN-CODE FOR THE SCHEDULER, AND GIVE BACK
005720*    CONTROL.
005730*****************************************************************
005740 9900-TERMINATE-RUN.
005750     IF WS-RUN-STATUS-IS-OPEN
005760         CLOSE RUN-STATUS-FILE
005770     END-IF
005780     CLOSE TURNOVER-REPORT-FILE
005790     MOVE WS-WORST-RC TO RETURN-CODE.
005800 9900-EXIT.
005810     EXIT.
005820
005830 END PROGRAM MULTTOV.
