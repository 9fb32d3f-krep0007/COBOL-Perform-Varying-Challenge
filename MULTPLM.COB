000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTPLM
000170* PURPOSE - TRANSACTION-DRIVEN MAINTENANCE FOR THE PROFILES
000180*    (OUTPUT FORMATTING) AND LIMITS (CELL THRESHOLD) DATASETS.
000190*    BOTH ARE STRICT-COLUMN FILES THE DRIVER ONLY EDITS AT NIGHT,
000200*    WHERE A SHIFTED COLUMN DROPS THE RECORD AND THE RANGE RUNS
000210*    WITHOUT ITS FORMATTING OR ITS THRESHOLDS - THIS PROGRAM IS
000220*    THE SUPPORTED WAY TO CHANGE THEM, THE SAME WAY MULTMNT IS FOR
000230*    THE DECK. IT LOADS BOTH CURRENT FILES AND THE CONTROLS DECK,
000240*    APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM PLMTRAN WITH THE
000250*    SAME EDITS THE DRIVER USES AT LOAD TIME, LISTS EVERY
000260*    TRANSACTION WITH ITS USER-ID ON PLMRPT, AND WRITES THE
000270*    UPDATED FILES TO PROFNEW AND LIMTNEW, WHICH THE JCL COPIES
000280*    BACK ONLY WHEN THE WHOLE BATCH APPLIED CLEAN.
000290*    AGAINST THE DECK: A PROFILE STILL NAMED ON A CONTROL CARD
000300*    CANNOT BE DELETED, AND A LIMITS ENTRY FOR A RANGE ON NO CARD
000310*    IS LISTED AS A WARNING - IT IS NEVER CHECKED AT NIGHT.
000320*
000330* MODIFICATION HISTORY
000340*    10/15/2026  JK  ORIGINAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    MULTPLM.
000380 AUTHOR.        JOSH KREPS.
000390 INSTALLATION.  SHOP FLOOR SYSTEMS.
000400 DATE-WRITTEN.  10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROL-FILE ASSIGN TO "CONTROLS"
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT OLD-PROFILE-FILE ASSIGN TO "PROFILES"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PROF-FILE-STATUS.
000530     SELECT OLD-LIMITS-FILE ASSIGN TO "LIMITS"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-LIMIT-FILE-STATUS.
000560     SELECT TRANSACTION-FILE ASSIGN TO "PLMTRAN"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT NEW-PROFILE-FILE ASSIGN TO "PROFNEW"
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT NEW-LIMITS-FILE ASSIGN TO "LIMTNEW"
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT MAINT-REPORT-FILE ASSIGN TO "PLMRPT"
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  CONTROL-FILE-RECORD            PIC X(80).
000720
000730 FD  OLD-PROFILE-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  PROFILE-RECORD.
000780     05  PF-PROFILE-ID           PIC X(08).
000790     05  PF-ZERO-SUPPRESS        PIC X(01).
000800     05  PF-CELL-WIDTH           PIC X(01).
000810     05  PF-CSV-DELIMITER        PIC X(01).
000820     05  PF-TITLE                PIC X(30).
000830     05  FILLER                  PIC X(39).
000840
000850 FD  OLD-LIMITS-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  LIMITS-RECORD.
000900     05  LM-RANGE-ID             PIC X(08).
000910     05  LM-CELL-LIMIT           PIC X(08).
000920     05  LM-CELL-FLOOR           PIC X(08).
000930     05  FILLER                  PIC X(56).
000940
000950 FD  TRANSACTION-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  TRANSACTION-RECORD.
001000     05  PL-FILE-CODE           PIC X(01).
001010         88  PL-FILE-IS-PROFILES    VALUE 'P'.
001020         88  PL-FILE-IS-LIMITS      VALUE 'L'.
001030         88  PL-FILE-IS-VALID       VALUE 'P' 'L'.
001040     05  PL-ACTION              PIC X(01).
001050         88  PL-ACTION-IS-ADD       VALUE 'A'.
001060         88  PL-ACTION-IS-CHANGE    VALUE 'C'.
001070         88  PL-ACTION-IS-DELETE    VALUE 'D'.
001080         88  PL-ACTION-IS-VALID     VALUE 'A' 'C' 'D'.
001090     05  PL-KEY-ID              PIC X(08).
001100     05  PL-PROFILE-FIELDS.
001110         10  PL-ZERO-SUPPRESS   PIC X(01).
001120         10  PL-CELL-WIDTH      PIC X(01).
001130         10  PL-CSV-DELIMITER   PIC X(01).
001140         10  PL-TITLE           PIC X(30).
001150     05  PL-LIMIT-FIELDS REDEFINES PL-PROFILE-FIELDS.
001160         10  PL-CELL-LIMIT      PIC X(08).
001170         10  PL-CELL-FLOOR      PIC X(08).
001180         10  FILLER             PIC X(17).
001190     05  PL-USER-ID             PIC X(08).
001200     05  FILLER                 PIC X(29).
001210
001220 FD  NEW-PROFILE-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  NEW-PROFILE-RECORD             PIC X(80).
001270
001280 FD  NEW-LIMITS-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  NEW-LIMITS-RECORD              PIC X(80).
001330
001340 FD  MAINT-REPORT-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 132 CHARACTERS.
001380 01  MAINT-REPORT-RECORD            PIC X(132).
001390
001400 WORKING-STORAGE SECTION.
001410*****************************************************************
001420*    SWITCHES
001430*****************************************************************
001440 01  WS-SWITCHES.
001450     05  WS-DECK-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001460         88  WS-END-OF-DECK                 VALUE 'Y'.
001470     05  WS-PROF-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001480         88  WS-END-OF-OLD-PROFILES         VALUE 'Y'.
001490     05  WS-LIMIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001500         88  WS-END-OF-OLD-LIMITS           VALUE 'Y'.
001510     05  WS-TRAN-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001520         88  WS-END-OF-TRANSACTIONS         VALUE 'Y'.
001530     05  WS-TRAN-SWITCH         PIC X(01)  VALUE 'Y'.
001540         88  WS-TRAN-IS-VALID               VALUE 'Y'.
001550         88  WS-TRAN-IS-INVALID             VALUE 'N'.
001560     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001570         88  WS-ENTRY-WAS-FOUND             VALUE 'Y'.
001580         88  WS-ENTRY-NOT-FOUND             VALUE 'N'.
001590     05  WS-DECK-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001600         88  WS-DECK-WAS-FOUND              VALUE 'Y'.
001610         88  WS-DECK-NOT-FOUND              VALUE 'N'.
001620
001630 01  WS-FILE-STATUSES.
001640     05  WS-PROF-FILE-STATUS    PIC X(02)  VALUE SPACES.
001650     05  WS-LIMIT-FILE-STATUS   PIC X(02)  VALUE SPACES.
001660
001670*****************************************************************
001680*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001690*    RETURN-CODE AT JOB END.
001700*****************************************************************
001710 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001720
001730*****************************************************************
001740*    THE RANGE-IDS AND PROFILE NAMES ON THE CONTROLS DECK - READ
001750*    ONLY, FOR THE CROSS-CHECKS. MAX-DECK-ENTRIES MUST STAY IN
001760*    STEP WITH THE CONSTANT OF THE SAME NAME IN MULTMNT.
001770*****************************************************************
001780 77  MAX-DECK-ENTRIES           PIC 9(03)  VALUE 100.
001790 01  DECK-TABLE.
001800     05  DT-ENTRY OCCURS 100 TIMES.
001810         10  DT-RANGE-ID        PIC X(08).
001820         10  DT-PROFILE-ID      PIC X(08).
001830 77  WS-DECK-COUNT              PIC 9(03)  VALUE ZERO.
001840 77  WS-DECK-SUB                PIC 9(03).
001850 77  WS-DECK-FOUND-SUB          PIC 9(03).
001860
001870*****************************************************************
001880*    THE IN-CORE COPIES OF THE TWO FILES. ORDER IS PRESERVED THE
001890*    SAME WAY MULTMNT PRESERVES THE DECK: CHANGES AND DELETES
001900*    WORK IN PLACE AND ADDS GO ON THE END. THE MAXIMUMS MUST STAY
001910*    IN STEP WITH THE CONSTANTS OF THE SAME NAMES IN MULT-TABLE -
001920*    THE DRIVER STOPS LOADING AT ITS OWN LIMIT.
001930*****************************************************************
001940 77  MAX-PROFILE-ENTRIES        PIC 9(02)  VALUE 20.
001950 01  PROFILE-TABLE.
001960     05  PT-ENTRY OCCURS 20 TIMES.
001970         10  PT-DELETE-FLAG     PIC X(01).
001980             88  PT-ENTRY-DELETED   VALUE 'D'.
001990         10  PT-RECORD.
002000             15  PT-PROFILE-ID  PIC X(08).
002010             15  FILLER         PIC X(72).
002020 77  WS-PROFILE-COUNT           PIC 9(02)  VALUE ZERO.
002030 77  WS-PROFILE-SUB             PIC 9(02).
002040
002050 77  MAX-LIMIT-ENTRIES          PIC 9(02)  VALUE 50.
002060 01  LIMIT-TABLE.
002070     05  LT-ENTRY OCCURS 50 TIMES.
002080         10  LT-DELETE-FLAG     PIC X(01).
002090             88  LT-ENTRY-DELETED   VALUE 'D'.
002100         10  LT-RECORD.
002110             15  LT-RANGE-ID    PIC X(08).
002120             15  FILLER         PIC X(72).
002130 77  WS-LIMIT-COUNT             PIC 9(02)  VALUE ZERO.
002140 77  WS-LIMIT-SUB               PIC 9(02).
002150
002160 77  WS-FOUND-SUB               PIC 9(03).
002170 77  WS-FREE-SUB                PIC 9(03).
002180 77  WS-SEARCH-ID               PIC X(08).
002190
002200*****************************************************************
002210*    WORK AREA VIEW OF ONE CONTROL RECORD - THE SAME LAYOUT THE
002220*    DRIVER READS, FROM THE SHARED COPYBOOK.
002230*****************************************************************
002240     COPY MTCTLREC.
002250
002260*****************************************************************
002270*    WORK VIEWS OF ONE PROFILES AND ONE LIMITS RECORD - THE SAME
002280*    COLUMNS AS THE FDS ABOVE AND AS MULT-TABLE'S. EVERY RECORD
002290*    IS BUILT AND EDITED HERE, INCOMING OR OFF A CARD, BEFORE IT
002300*    GOES TO ITS TABLE.
002310*****************************************************************
002320 01  WS-PROFILE-WORK.
002330     05  PW-PROFILE-ID           PIC X(08).
002340     05  PW-ZERO-SUPPRESS        PIC X(01).
002350     05  PW-CELL-WIDTH           PIC X(01).
002360     05  PW-CSV-DELIMITER        PIC X(01).
002370     05  PW-TITLE                PIC X(30).
002380     05  FILLER                  PIC X(39).
002390
002400 01  WS-LIMITS-WORK.
002410     05  LW-RANGE-ID             PIC X(08).
002420     05  LW-CELL-LIMIT           PIC X(08).
002430     05  LW-CELL-FLOOR           PIC X(08).
002440     05  FILLER                  PIC X(56).
002450
002460 77  WS-REJECT-REASON           PIC X(40).
002470
002480*****************************************************************
002490*    COUNTS FOR THE REPORT TRAILER
002500*****************************************************************
002510 77  WS-TRAN-COUNT              PIC 9(04)  VALUE ZERO.
002520 77  WS-APPLIED-COUNT           PIC 9(04)  VALUE ZERO.
002530 77  WS-REJECTED-COUNT          PIC 9(04)  VALUE ZERO.
002540 77  WS-PROFILES-WRITTEN        PIC 9(04)  VALUE ZERO.
002550 77  WS-LIMITS-WRITTEN          PIC 9(04)  VALUE ZERO.
002560 77  WS-OFF-DECK-COUNT          PIC 9(04)  VALUE ZERO.
002570
002580 01  WS-CURRENT-DATE-FIELDS.
002590     05  WS-CD-YY               PIC 99.
002600     05  WS-CD-MM               PIC 99.
002610     05  WS-CD-DD               PIC 99.
002620
002630 01  WS-CURRENT-TIME-FIELDS.
002640     05  WS-CT-HH                PIC 99.
002650     05  WS-CT-MM                PIC 99.
002660     05  WS-CT-SS                PIC 99.
002670     05  WS-CT-HH100             PIC 99.
002680
002690 77  WS-STRING-POINTER          PIC 9(04).
002700 01  WS-REPORT-LINE             PIC X(132).
002710
002720 PROCEDURE DIVISION.
002730*****************************************************************
002740*    0000-MAINLINE
002750*****************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002780     PERFORM 2000-LOAD-DECK          THRU 2000-EXIT
002790     PERFORM 2200-LOAD-OLD-PROFILES  THRU 2200-EXIT
002800     PERFORM 2400-LOAD-OLD-LIMITS    THRU 2400-EXIT
002810*    A FILE THAT WOULD NOT FIT ITS TABLE OR COULD NOT BE READ
002820*    (RC 16) IS NOT WORKED AGAINST - WRITING IT BACK WOULD LOSE
002830*    WHATEVER DID NOT LOAD.
002840     IF WS-WORST-RC IS LESS THAN 16
002850         PERFORM 3000-READ-TRANSACTION   THRU 3000-EXIT
002860         PERFORM 3500-APPLY-ONE-TRAN     THRU 3500-EXIT
002870             UNTIL WS-END-OF-TRANSACTIONS
002880         PERFORM 8000-WRITE-NEW-FILES    THRU 8000-EXIT
002890     END-IF
002900     PERFORM 9000-WRITE-RUN-TOTALS   THRU 9000-EXIT
002910     PERFORM 9900-TERMINATE-RUN      THRU 9900-EXIT
002920     GOBACK.
002930
002940*****************************************************************
002950*    1000-INITIALIZE-RUN
002960*****************************************************************
002970 1000-INITIALIZE-RUN.
002980     OPEN INPUT  CONTROL-FILE
002990     OPEN INPUT  TRANSACTION-FILE
003000     OPEN OUTPUT NEW-PROFILE-FILE
003010     OPEN OUTPUT NEW-LIMITS-FILE
003020     OPEN OUTPUT MAINT-REPORT-FILE
003030     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
003040     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
003050     MOVE SPACES TO WS-REPORT-LINE
003060     MOVE 1 TO WS-STRING-POINTER
003070     STRING "PROFILES/LIMITS MAINTENANCE - RUN "
003080            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
003090            " AT " WS-CT-HH ":" WS-CT-MM ":" WS-CT-SS
003100            DELIMITED BY SIZE INTO WS-REPORT-LINE
003110            WITH POINTER WS-STRING-POINTER
003120     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
003130     WRITE MAINT-REPORT-RECORD
003140     MOVE SPACES TO MAINT-REPORT-RECORD
003150     WRITE MAINT-REPORT-RECORD.
003160 1000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    2000-LOAD-DECK - KEEP EACH CARD'S RANGE-ID AND PROFILE NAME
003210*    FOR THE CROSS-CHECKS. THE DECK ITSELF IS NEVER CHANGED HERE.
003220*****************************************************************
003230 2000-LOAD-DECK.
003240     PERFORM 2100-LOAD-ONE-DECK-RECORD THRU 2100-EXIT
003250         UNTIL WS-END-OF-DECK
003260     CLOSE CONTROL-FILE.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-LOAD-ONE-DECK-RECORD.
003310     READ CONTROL-FILE
003320         AT END
003330             SET WS-END-OF-DECK TO TRUE
003340     END-READ
003350     IF NOT WS-END-OF-DECK
003360         IF WS-DECK-COUNT EQUAL TO MAX-DECK-ENTRIES
003370             MOVE SPACES TO WS-REPORT-LINE
003380             MOVE 1 TO WS-STRING-POINTER
003390             STRING "RUN ABANDONED - CONTROLS DECK EXCEEDS "
003400                    MAX-DECK-ENTRIES
003410                    " RANGES - RAISE MAX-DECK-ENTRIES AND RERUN"
003420                    DELIMITED BY SIZE INTO WS-REPORT-LINE
003430                    WITH POINTER WS-STRING-POINTER
003440             PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
003450             SET WS-END-OF-DECK TO TRUE
003460         ELSE
003470             MOVE CONTROL-FILE-RECORD TO CONTROL-RECORD
003480             ADD 1 TO WS-DECK-COUNT
003490             MOVE CR-RANGE-ID   TO DT-RANGE-ID(WS-DECK-COUNT)
003500             MOVE CR-PROFILE-ID TO DT-PROFILE-ID(WS-DECK-COUNT)
003510         END-IF
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*    2200-LOAD-OLD-PROFILES - PULL THE CURRENT PROFILES INTO THE
003580*    TABLE. NO DATASET YET (STATUS 35) STARTS AN EMPTY FILE; ANY
003590*    OTHER BAD OPEN ABANDONS THE RUN.
003600*****************************************************************
003610 2200-LOAD-OLD-PROFILES.
003620     OPEN INPUT OLD-PROFILE-FILE
003630     EVALUATE WS-PROF-FILE-STATUS
003640     WHEN "00"
003650         PERFORM 2300-LOAD-ONE-PROFILE THRU 2300-EXIT
003660             UNTIL WS-END-OF-OLD-PROFILES
003670         CLOSE OLD-PROFILE-FILE
003680     WHEN "35"
003690         CONTINUE
003700     WHEN OTHER
003710         MOVE SPACES TO WS-REPORT-LINE
003720         MOVE 1 TO WS-STRING-POINTER
003730         STRING "RUN ABANDONED - PROFILES FILE STATUS "
003740                WS-PROF-FILE-STATUS " ON OPEN"
003750                DELIMITED BY SIZE INTO WS-REPORT-LINE
003760                WITH POINTER WS-STRING-POINTER
003770         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
003780     END-EVALUATE.
003790 2200-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830*    2300-LOAD-ONE-PROFILE - EVERY INCOMING RECORD IS KEPT, EVEN
003840*    ONE THE DRIVER WOULD DROP, SO A C OR D CARD CAN REPAIR OR
003850*    REMOVE IT. A MALFORMED OR DUPLICATED ONE IS LISTED WITH NO
003860*    RC BUMP - THE CLEANUP HAS TO BE ABLE TO GO OUT THROUGH THE
003870*    REPLACE STEP, THE SAME AS A DUPLICATE RANGE IN MULTMNT.
003880*****************************************************************
003890 2300-LOAD-ONE-PROFILE.
003900     READ OLD-PROFILE-FILE
003910         AT END
003920             SET WS-END-OF-OLD-PROFILES TO TRUE
003930     END-READ
003940     IF NOT WS-END-OF-OLD-PROFILES
003950         IF WS-PROFILE-COUNT EQUAL TO MAX-PROFILE-ENTRIES
003960             MOVE SPACES TO WS-REPORT-LINE
003970             MOVE 1 TO WS-STRING-POINTER
003980             STRING "RUN ABANDONED - PROFILES EXCEEDS "
003990                    MAX-PROFILE-ENTRIES
004000                    " ENTRIES - RAISE MAX-PROFILE-ENTRIES"
004010                    DELIMITED BY SIZE INTO WS-REPORT-LINE
004020                    WITH POINTER WS-STRING-POINTER
004030             PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
004040             SET WS-END-OF-OLD-PROFILES TO TRUE
004050         ELSE
004060             MOVE PF-PROFILE-ID TO WS-SEARCH-ID
004070             PERFORM 4500-FIND-PROFILE THRU 4500-EXIT
004080             IF WS-ENTRY-WAS-FOUND
004090                 MOVE SPACES TO WS-REPORT-LINE
004100                 MOVE 1 TO WS-STRING-POINTER
004110                 STRING "WARNING - PROFILE " PF-PROFILE-ID
004120                        " APPEARS TWICE ON THE INCOMING FILE"
004130                        " - A SINGLE D CARD REMOVES EVERY COPY"
004140                        DELIMITED BY SIZE INTO WS-REPORT-LINE
004150                        WITH POINTER WS-STRING-POINTER
004160                 MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
004170                 WRITE MAINT-REPORT-RECORD
004180             END-IF
004190             MOVE PROFILE-RECORD TO WS-PROFILE-WORK
004200             SET WS-TRAN-IS-VALID TO TRUE
004210             PERFORM 4120-EDIT-PROFILE-FIELDS THRU 4120-EXIT
004220             IF PF-PROFILE-ID EQUAL TO SPACES OR
004230                WS-TRAN-IS-INVALID
004240                 MOVE SPACES TO WS-REPORT-LINE
004250                 MOVE 1 TO WS-STRING-POINTER
004260                 STRING "WARNING - PROFILE '" PF-PROFILE-ID
004270                        "' ON THE INCOMING FILE IS MALFORMED"
004280                        " - THE DRIVER DROPS IT;"
004290                        " CHANGE OR DELETE IT"
004300                        DELIMITED BY SIZE INTO WS-REPORT-LINE
004310                        WITH POINTER WS-STRING-POINTER
004320                 MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
004330                 WRITE MAINT-REPORT-RECORD
004340             END-IF
004350             ADD 1 TO WS-PROFILE-COUNT
004360             MOVE SPACE TO PT-DELETE-FLAG(WS-PROFILE-COUNT)
004370             MOVE WS-PROFILE-WORK TO PT-RECORD(WS-PROFILE-COUNT)
004380         END-IF
004390     END-IF.
004400 2300-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    2400-LOAD-OLD-LIMITS - THE SAME FOR THE LIMITS FILE.
004450*****************************************************************
004460 2400-LOAD-OLD-LIMITS.
004470     OPEN INPUT OLD-LIMITS-FILE
004480     EVALUATE WS-LIMIT-FILE-STATUS
004490     WHEN "00"
004500         PERFORM 2500-LOAD-ONE-LIMIT THRU 2500-EXIT
004510             UNTIL WS-END-OF-OLD-LIMITS
004520         CLOSE OLD-LIMITS-FILE
004530     WHEN "35"
004540         CONTINUE
004550     WHEN OTHER
004560         MOVE SPACES TO WS-REPORT-LINE
004570         MOVE 1 TO WS-STRING-POINTER
004580         STRING "RUN ABANDONED - LIMITS FILE STATUS "
004590                WS-LIMIT-FILE-STATUS " ON OPEN"
004600                DELIMITED BY SIZE INTO WS-REPORT-LINE
004610                WITH POINTER WS-STRING-POINTER
004620         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
004630     END-EVALUATE.
004640 2400-EXIT.
004650     EXIT.
004660
004670 2500-LOAD-ONE-LIMIT.
004680     READ OLD-LIMITS-FILE
004690         AT END
004700             SET WS-END-OF-OLD-LIMITS TO TRUE
004710     END-READ
004720     IF NOT WS-END-OF-OLD-LIMITS
004730         IF WS-LIMIT-COUNT EQUAL TO MAX-LIMIT-ENTRIES
004740             MOVE SPACES TO WS-REPORT-LINE
004750             MOVE 1 TO WS-STRING-POINTER
004760             STRING "RUN ABANDONED - LIMITS EXCEEDS "
004770                    MAX-LIMIT-ENTRIES
004780                    " ENTRIES - RAISE MAX-LIMIT-ENTRIES"
004790                    DELIMITED BY SIZE INTO WS-REPORT-LINE
004800                    WITH POINTER WS-STRING-POINTER
004810             PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
004820             SET WS-END-OF-OLD-LIMITS TO TRUE
004830         ELSE
004840             MOVE LM-RANGE-ID TO WS-SEARCH-ID
004850             PERFORM 4600-FIND-LIMIT THRU 4600-EXIT
004860             IF WS-ENTRY-WAS-FOUND
004870                 MOVE SPACES TO WS-REPORT-LINE
004880                 MOVE 1 TO WS-STRING-POINTER
004890                 STRING "WARNING - LIMITS RANGE " LM-RANGE-ID
004900                        " APPEARS TWICE ON THE INCOMING FILE"
004910                        " - A SINGLE D CARD REMOVES EVERY COPY"
004920                        DELIMITED BY SIZE INTO WS-REPORT-LINE
004930                        WITH POINTER WS-STRING-POINTER
004940                 MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
004950                 WRITE MAINT-REPORT-RECORD
004960             END-IF
004970             MOVE LIMITS-RECORD TO WS-LIMITS-WORK
004980             SET WS-TRAN-IS-VALID TO TRUE
004990             PERFORM 4220-EDIT-LIMIT-FIELDS THRU 4220-EXIT
005000             IF LM-RANGE-ID EQUAL TO SPACES OR
005010                WS-TRAN-IS-INVALID
005020                 MOVE SPACES TO WS-REPORT-LINE
005030                 MOVE 1 TO WS-STRING-POINTER
005040                 STRING "WARNING - LIMITS RANGE '" LM-RANGE-ID
005050                        "' ON THE INCOMING FILE IS MALFORMED"
005060                        " - THE DRIVER DROPS IT;"
005070                        " CHANGE OR DELETE IT"
005080                        DELIMITED BY SIZE INTO WS-REPORT-LINE
005090                        WITH POINTER WS-STRING-POINTER
005100                 MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
005110                 WRITE MAINT-REPORT-RECORD
005120             END-IF
005130             ADD 1 TO WS-LIMIT-COUNT
005140             MOVE SPACE TO LT-DELETE-FLAG(WS-LIMIT-COUNT)
005150             MOVE WS-LIMITS-WORK TO LT-RECORD(WS-LIMIT-COUNT)
005160         END-IF
005170     END-IF.
005180 2500-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*    2900-WRITE-ABANDON-LINE - THE LINE IS ALREADY BUILT IN
005230*    WS-REPORT-LINE. RC 16 KEEPS THE TRANSACTIONS AWAY FROM A
005240*    HALF-LOADED TABLE AND THE REPLACE STEPS FROM RUNNING.
005250*****************************************************************
005260 2900-WRITE-ABANDON-LINE.
005270     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
005280     WRITE MAINT-REPORT-RECORD
005290     DISPLAY WS-REPORT-LINE
005300     IF 16 IS GREATER THAN WS-WORST-RC
005310         MOVE 16 TO WS-WORST-RC
005320     END-IF.
005330 2900-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    3000-READ-TRANSACTION
005380*****************************************************************
005390 3000-READ-TRANSACTION.
005400     READ TRANSACTION-FILE
005410         AT END
005420             SET WS-END-OF-TRANSACTIONS TO TRUE
005430     END-READ.
005440 3000-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    3500-APPLY-ONE-TRAN - EDIT THE TRANSACTION, APPLY IT TO
005490*    THE IN-CORE FILE, REPORT WHAT HAPPENED, GET THE NEXT ONE.
005500*****************************************************************
005510 3500-APPLY-ONE-TRAN.
005520     ADD 1 TO WS-TRAN-COUNT
005530     PERFORM 4000-EDIT-TRANSACTION THRU 4000-EXIT
005540     IF WS-TRAN-IS-VALID
005550         PERFORM 5000-APPLY-ACTION THRU 5000-EXIT
005560     END-IF
005570     PERFORM 6000-WRITE-TRAN-REPORT-LINE THRU 6000-EXIT
005580     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
005590 3500-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630*    4000-EDIT-TRANSACTION - EVERY FIELD IS CHECKED BEFORE ANY
005640*    OF IT TOUCHES EITHER FILE. THE FIRST FAILURE WINS THE REASON
005650*    SLOT, THE SAME AS IN MULTMNT.
005660*****************************************************************
005670 4000-EDIT-TRANSACTION.
005680     SET WS-TRAN-IS-VALID TO TRUE
005690     MOVE SPACES TO WS-REJECT-REASON
005700     IF NOT PL-FILE-IS-VALID
005710         SET WS-TRAN-IS-INVALID TO TRUE
005720         MOVE "FILE CODE IS NOT P OR L" TO WS-REJECT-REASON
005730     ELSE
005740     IF NOT PL-ACTION-IS-VALID
005750         SET WS-TRAN-IS-INVALID TO TRUE
005760         MOVE "ACTION IS NOT A, C OR D" TO WS-REJECT-REASON
005770     ELSE
005780     IF PL-KEY-ID EQUAL TO SPACES
005790         SET WS-TRAN-IS-INVALID TO TRUE
005800         MOVE "PROFILE NAME OR RANGE-ID IS BLANK"
005810             TO WS-REJECT-REASON
005820     ELSE
005830     IF PL-FILE-IS-PROFILES
005840         PERFORM 4100-EDIT-PROFILE-TRAN THRU 4100-EXIT
005850     ELSE
005860         PERFORM 4200-EDIT-LIMIT-TRAN THRU 4200-EXIT
005870     END-IF
005880     END-IF
005890     END-IF
005900     END-IF.
005910 4000-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950*    4100-EDIT-PROFILE-TRAN - KEY CHECKS FOR A PROFILES CARD, THE
005960*    IN-USE CHECK FOR A DELETE, FIELD EDITS FOR AN ADD OR CHANGE.
005970*****************************************************************
005980 4100-EDIT-PROFILE-TRAN.
005990     MOVE PL-KEY-ID TO WS-SEARCH-ID
006000     PERFORM 4500-FIND-PROFILE THRU 4500-EXIT
006010     IF PL-ACTION-IS-ADD AND WS-ENTRY-WAS-FOUND
006020         SET WS-TRAN-IS-INVALID TO TRUE
006030         MOVE "PROFILE IS ALREADY ON THE FILE" TO WS-REJECT-REASON
006040     ELSE
006050     IF (PL-ACTION-IS-CHANGE OR PL-ACTION-IS-DELETE) AND
006060        WS-ENTRY-NOT-FOUND
006070         SET WS-TRAN-IS-INVALID TO TRUE
006080         MOVE "PROFILE IS NOT ON THE FILE" TO WS-REJECT-REASON
006090     ELSE
006100     IF PL-ACTION-IS-DELETE
006110         PERFORM 4150-CHECK-PROFILE-IN-USE THRU 4150-EXIT
006120     ELSE
006130         PERFORM 4110-BUILD-PROFILE-WORK THRU 4110-EXIT
006140         PERFORM 4120-EDIT-PROFILE-FIELDS THRU 4120-EXIT
006150     END-IF
006160     END-IF
006170     END-IF.
006180 4100-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    4110-BUILD-PROFILE-WORK - OVERLAY THE CARD'S FIELDS ONTO THE
006230*    WORK RECORD, COLUMN BY COLUMN: SPACES FOR AN ADD, THE
006240*    EXISTING RECORD FOR A CHANGE. A CHANGE CARD REPLACES EVERY
006250*    MAINTAINED FIELD (COLUMNS 1-41), SO CARRY THE WHOLE PROFILE
006260*    ON THE CARD; ONLY COLUMNS 42-80 OF THE OLD RECORD SURVIVE.
006270*****************************************************************
006280 4110-BUILD-PROFILE-WORK.
006290     IF PL-ACTION-IS-CHANGE
006300         MOVE PT-RECORD(WS-FOUND-SUB) TO WS-PROFILE-WORK
006310     ELSE
006320         MOVE SPACES TO WS-PROFILE-WORK
006330     END-IF
006340     MOVE PL-KEY-ID        TO PW-PROFILE-ID
006350     MOVE PL-ZERO-SUPPRESS TO PW-ZERO-SUPPRESS
006360     MOVE PL-CELL-WIDTH    TO PW-CELL-WIDTH
006370     MOVE PL-CSV-DELIMITER TO PW-CSV-DELIMITER
006380     MOVE PL-TITLE         TO PW-TITLE.
006390 4110-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*    4120-EDIT-PROFILE-FIELDS - THE SAME RULES 1350-LOAD-ONE-
006440*    PROFILE IN MULT-TABLE DROPS A RECORD FOR: ZERO-SUPPRESS Y, N
006450*    OR BLANK; CELL WIDTH BLANK OR 1-8; DELIMITER BLANK OR ANY
006460*    CHARACTER THAT IS NOT A DIGIT, A LETTER OR AN ASTERISK.
006470*    ALSO USED ON THE INCOMING FILE AT LOAD TIME.
006480*****************************************************************
006490 4120-EDIT-PROFILE-FIELDS.
006500     IF PW-ZERO-SUPPRESS NOT EQUAL TO 'Y' AND
006510        PW-ZERO-SUPPRESS NOT EQUAL TO 'N' AND
006520        PW-ZERO-SUPPRESS NOT EQUAL TO SPACE
006530         SET WS-TRAN-IS-INVALID TO TRUE
006540         MOVE "ZERO-SUPPRESS IS NOT Y, N OR BLANK"
006550             TO WS-REJECT-REASON
006560     ELSE
006570     IF PW-CELL-WIDTH NOT EQUAL TO SPACE AND
006580        (PW-CELL-WIDTH IS NOT NUMERIC OR
006590         PW-CELL-WIDTH IS LESS THAN "1" OR
006600         PW-CELL-WIDTH IS GREATER THAN "8")
006610         SET WS-TRAN-IS-INVALID TO TRUE
006620         MOVE "CELL WIDTH IS NOT 1-8 OR BLANK" TO WS-REJECT-REASON
006630     ELSE
006640     IF PW-CSV-DELIMITER NOT EQUAL TO SPACE AND
006650        (PW-CSV-DELIMITER IS NUMERIC OR
006660         PW-CSV-DELIMITER IS ALPHABETIC OR
006670         PW-CSV-DELIMITER EQUAL TO '*')
006680         SET WS-TRAN-IS-INVALID TO TRUE
006690         MOVE "DELIMITER IS A DIGIT, A LETTER OR '*'"
006700             TO WS-REJECT-REASON
006710     END-IF
006720     END-IF
006730     END-IF.
006740 4120-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    4150-CHECK-PROFILE-IN-USE - A PROFILE STILL NAMED ON A
006790*    CONTROL CARD CANNOT GO - THE RANGE WOULD BE REJECTED AT
006800*    NIGHT FOR NAMING A PROFILE THAT DOES NOT EXIST. CHANGE THE
006810*    CARD THROUGH MULTMNT FIRST.
006820*****************************************************************
006830 4150-CHECK-PROFILE-IN-USE.
006840     SET WS-DECK-NOT-FOUND TO TRUE
006850     PERFORM 4160-CHECK-ONE-DECK-PROFILE THRU 4160-EXIT
006860         VARYING WS-DECK-SUB FROM 1 BY 1
006870             UNTIL WS-DECK-SUB GREATER THAN WS-DECK-COUNT
006880                OR WS-DECK-WAS-FOUND
006890     IF WS-DECK-WAS-FOUND
006900         SET WS-TRAN-IS-INVALID TO TRUE
006910         MOVE SPACES TO WS-REJECT-REASON
006920         STRING "PROFILE IS NAMED BY RANGE "
006930                DT-RANGE-ID(WS-DECK-FOUND-SUB)
006940                DELIMITED BY SIZE INTO WS-REJECT-REASON
006950     END-IF.
006960 4150-EXIT.
006970     EXIT.
006980
006990 4160-CHECK-ONE-DECK-PROFILE.
007000     IF DT-PROFILE-ID(WS-DECK-SUB) EQUAL TO PL-KEY-ID
007010         SET WS-DECK-WAS-FOUND TO TRUE
007020         MOVE WS-DECK-SUB TO WS-DECK-FOUND-SUB
007030     END-IF.
007040 4160-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    4200-EDIT-LIMIT-TRAN - KEY CHECKS FOR A LIMITS CARD, FIELD
007090*    EDITS FOR AN ADD OR CHANGE. A RANGE ON NO CONTROL CARD IS
007100*    NOT A REJECT HERE - THE ENTRY MAY BE GOING IN AHEAD OF ITS
007110*    CARD - IT IS LISTED AS A WARNING WHEN THE FILE IS WRITTEN.
007120*****************************************************************
007130 4200-EDIT-LIMIT-TRAN.
007140     MOVE PL-KEY-ID TO WS-SEARCH-ID
007150     PERFORM 4600-FIND-LIMIT THRU 4600-EXIT
007160     IF PL-ACTION-IS-ADD AND WS-ENTRY-WAS-FOUND
007170         SET WS-TRAN-IS-INVALID TO TRUE
007180         MOVE "RANGE IS ALREADY ON THE LIMITS FILE"
007190             TO WS-REJECT-REASON
007200     ELSE
007210     IF (PL-ACTION-IS-CHANGE OR PL-ACTION-IS-DELETE) AND
007220        WS-ENTRY-NOT-FOUND
007230         SET WS-TRAN-IS-INVALID TO TRUE
007240         MOVE "RANGE IS NOT ON THE LIMITS FILE"
007250             TO WS-REJECT-REASON
007260     ELSE
007270     IF PL-ACTION-IS-ADD OR PL-ACTION-IS-CHANGE
007280         PERFORM 4210-BUILD-LIMITS-WORK THRU 4210-EXIT
007290         PERFORM 4220-EDIT-LIMIT-FIELDS THRU 4220-EXIT
007300     END-IF
007310     END-IF
007320     END-IF.
007330 4200-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370*    4210-BUILD-LIMITS-WORK - THE SAME FOR A LIMITS CARD. A CHANGE
007380*    REPLACES BOTH THRESHOLDS (COLUMNS 1-24); COLUMNS 25-80 OF
007390*    THE OLD RECORD SURVIVE.
007400*****************************************************************
007410 4210-BUILD-LIMITS-WORK.
007420     IF PL-ACTION-IS-CHANGE
007430         MOVE LT-RECORD(WS-FOUND-SUB) TO WS-LIMITS-WORK
007440     ELSE
007450         MOVE SPACES TO WS-LIMITS-WORK
007460     END-IF
007470     MOVE PL-KEY-ID     TO LW-RANGE-ID
007480     MOVE PL-CELL-LIMIT TO LW-CELL-LIMIT
007490     MOVE PL-CELL-FLOOR TO LW-CELL-FLOOR.
007500 4210-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*    4220-EDIT-LIMIT-FIELDS - THE SAME RULES 1450-LOAD-ONE-LIMIT
007550*    IN MULT-TABLE DROPS A RECORD FOR: CEILING AND FLOOR EACH
007560*    BLANK OR ALL DIGITS, AND NOT BOTH BLANK. A FLOOR ABOVE THE
007570*    CEILING WOULD FLAG EVERY CELL IN THE RANGE, SO IT IS
007580*    REFUSED TOO. ALSO USED ON THE INCOMING FILE AT LOAD TIME.
007590*****************************************************************
007600 4220-EDIT-LIMIT-FIELDS.
007610     IF LW-CELL-LIMIT EQUAL TO SPACES AND
007620        LW-CELL-FLOOR EQUAL TO SPACES
007630         SET WS-TRAN-IS-INVALID TO TRUE
007640         MOVE "NEITHER CEILING NOR FLOOR IS GIVEN"
007650             TO WS-REJECT-REASON
007660     ELSE
007670     IF (LW-CELL-LIMIT NOT EQUAL TO SPACES AND
007680         LW-CELL-LIMIT IS NOT NUMERIC) OR
007690        (LW-CELL-FLOOR NOT EQUAL TO SPACES AND
007700         LW-CELL-FLOOR IS NOT NUMERIC)
007710         SET WS-TRAN-IS-INVALID TO TRUE
007720         MOVE "CEILING/FLOOR IS NOT 8 DIGITS OR BLANK"
007730             TO WS-REJECT-REASON
007740     ELSE
007750     IF LW-CELL-LIMIT IS NUMERIC AND
007760        LW-CELL-FLOOR IS NUMERIC AND
007770        LW-CELL-FLOOR IS GREATER THAN LW-CELL-LIMIT
007780         SET WS-TRAN-IS-INVALID TO TRUE
007790         MOVE "FLOOR IS ABOVE THE CEILING" TO WS-REJECT-REASON
007800     END-IF
007810     END-IF
007820     END-IF.
007830 4220-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870*    4500-FIND-PROFILE - LOOK WS-SEARCH-ID UP IN THE PROFILE
007880*    TABLE (LIVE ENTRIES ONLY).
007890*****************************************************************
007900 4500-FIND-PROFILE.
007910     SET WS-ENTRY-NOT-FOUND TO TRUE
007920     MOVE ZERO TO WS-FOUND-SUB
007930     PERFORM 4550-CHECK-ONE-PROFILE THRU 4550-EXIT
007940         VARYING WS-PROFILE-SUB FROM 1 BY 1
007950             UNTIL WS-PROFILE-SUB GREATER THAN WS-PROFILE-COUNT
007960                OR WS-ENTRY-WAS-FOUND.
007970 4500-EXIT.
007980     EXIT.
007990
008000 4550-CHECK-ONE-PROFILE.
008010     IF NOT PT-ENTRY-DELETED(WS-PROFILE-SUB) AND
008020        PT-PROFILE-ID(WS-PROFILE-SUB) EQUAL TO WS-SEARCH-ID
008030         SET WS-ENTRY-WAS-FOUND TO TRUE
008040         MOVE WS-PROFILE-SUB TO WS-FOUND-SUB
008050     END-IF.
008060 4550-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    4600-FIND-LIMIT - LOOK WS-SEARCH-ID UP IN THE LIMITS TABLE
008110*    (LIVE ENTRIES ONLY).
008120*****************************************************************
008130 4600-FIND-LIMIT.
008140     SET WS-ENTRY-NOT-FOUND TO TRUE
008150     MOVE ZERO TO WS-FOUND-SUB
008160     PERFORM 4650-CHECK-ONE-LIMIT THRU 4650-EXIT
008170         VARYING WS-LIMIT-SUB FROM 1 BY 1
008180             UNTIL WS-LIMIT-SUB GREATER THAN WS-LIMIT-COUNT
008190                OR WS-ENTRY-WAS-FOUND.
008200 4600-EXIT.
008210     EXIT.
008220
008230 4650-CHECK-ONE-LIMIT.
008240     IF NOT LT-ENTRY-DELETED(WS-LIMIT-SUB) AND
008250        LT-RANGE-ID(WS-LIMIT-SUB) EQUAL TO WS-SEARCH-ID
008260         SET WS-ENTRY-WAS-FOUND TO TRUE
008270         MOVE WS-LIMIT-SUB TO WS-FOUND-SUB
008280     END-IF.
008290 4650-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330*    4700-FIND-DECK-RANGE - LOOK WS-SEARCH-ID UP AMONG THE
008340*    RANGE-IDS ON THE CONTROLS DECK.
008350*****************************************************************
008360 4700-FIND-DECK-RANGE.
008370     SET WS-DECK-NOT-FOUND TO TRUE
008380     PERFORM 4750-CHECK-ONE-DECK-RANGE THRU 4750-EXIT
008390         VARYING WS-DECK-SUB FROM 1 BY 1
008400             UNTIL WS-DECK-SUB GREATER THAN WS-DECK-COUNT
008410                OR WS-DECK-WAS-FOUND.
008420 4700-EXIT.
008430     EXIT.
008440
008450 4750-CHECK-ONE-DECK-RANGE.
008460     IF DT-RANGE-ID(WS-DECK-SUB) EQUAL TO WS-SEARCH-ID
008470         SET WS-DECK-WAS-FOUND TO TRUE
008480     END-IF.
008490 4750-EXIT.
008500     EXIT.
008510
008520*****************************************************************
008530*    5000-APPLY-ACTION - THE TRANSACTION PASSED EVERY EDIT -
008540*    PUT IT TO THE TABLE FOR ITS FILE.
008550*****************************************************************
008560 5000-APPLY-ACTION.
008570     IF PL-FILE-IS-PROFILES
008580         PERFORM 5100-APPLY-PROFILE THRU 5100-EXIT
008590     ELSE
008600         PERFORM 5500-APPLY-LIMIT THRU 5500-EXIT
008610     END-IF.
008620 5000-EXIT.
008630     EXIT.
008640
008650*****************************************************************
008660*    5100-APPLY-PROFILE - THE WORK RECORD WAS BUILT AND PROVED BY
008670*    THE EDIT; A CHANGE PUTS IT BACK IN PLACE, AN ADD ON THE END.
008680*****************************************************************
008690 5100-APPLY-PROFILE.
008700     IF PL-ACTION-IS-DELETE
008710         PERFORM 5150-DELETE-PROFILE-COPIES THRU 5150-EXIT
008720             VARYING WS-PROFILE-SUB FROM 1 BY 1
008730                 UNTIL WS-PROFILE-SUB GREATER THAN
008740                           WS-PROFILE-COUNT
008750     ELSE
008760         IF PL-ACTION-IS-CHANGE
008770             MOVE WS-PROFILE-WORK TO PT-RECORD(WS-FOUND-SUB)
008780         ELSE
008790             PERFORM 5300-ADD-PROFILE THRU 5300-EXIT
008800         END-IF
008810     END-IF.
008820 5100-EXIT.
008830     EXIT.
008840
008850 5150-DELETE-PROFILE-COPIES.
008860     IF NOT PT-ENTRY-DELETED(WS-PROFILE-SUB) AND
008870        PT-PROFILE-ID(WS-PROFILE-SUB) EQUAL TO PL-KEY-ID
008880         MOVE 'D' TO PT-DELETE-FLAG(WS-PROFILE-SUB)
008890     END-IF.
008900 5150-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940*    5300-ADD-PROFILE - NEW PROFILES GO ON THE END; WHEN THE
008950*    TABLE IS FULL A SLOT FREED BY AN EARLIER DELETE IS REUSED.
008960*****************************************************************
008970 5300-ADD-PROFILE.
008980     IF WS-PROFILE-COUNT IS LESS THAN MAX-PROFILE-ENTRIES
008990         ADD 1 TO WS-PROFILE-COUNT
009000         MOVE SPACE TO PT-DELETE-FLAG(WS-PROFILE-COUNT)
009010         MOVE WS-PROFILE-WORK TO PT-RECORD(WS-PROFILE-COUNT)
009020     ELSE
009030         MOVE ZERO TO WS-FREE-SUB
009040         PERFORM 5350-FIND-FREE-PROFILE THRU 5350-EXIT
009050             VARYING WS-PROFILE-SUB FROM 1 BY 1
009060                 UNTIL WS-PROFILE-SUB GREATER THAN
009070                           WS-PROFILE-COUNT
009080                    OR WS-FREE-SUB GREATER THAN ZERO
009090         IF WS-FREE-SUB IS GREATER THAN ZERO
009100             MOVE SPACE TO PT-DELETE-FLAG(WS-FREE-SUB)
009110             MOVE WS-PROFILE-WORK TO PT-RECORD(WS-FREE-SUB)
009120         ELSE
009130             SET WS-TRAN-IS-INVALID TO TRUE
009140             MOVE "PROFILES IS FULL - RAISE MAX-PROFILE-ENTRIES"
009150                 TO WS-REJECT-REASON
009160         END-IF
009170     END-IF.
009180 5300-EXIT.
009190     EXIT.
009200
009210 5350-FIND-FREE-PROFILE.
009220     IF PT-ENTRY-DELETED(WS-PROFILE-SUB)
009230         MOVE WS-PROFILE-SUB TO WS-FREE-SUB
009240     END-IF.
009250 5350-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*    5500-APPLY-LIMIT - THE SAME FOR A LIMITS CARD.
009300*****************************************************************
009310 5500-APPLY-LIMIT.
009320     IF PL-ACTION-IS-DELETE
009330         PERFORM 5550-DELETE-LIMIT-COPIES THRU 5550-EXIT
009340             VARYING WS-LIMIT-SUB FROM 1 BY 1
009350                 UNTIL WS-LIMIT-SUB GREATER THAN WS-LIMIT-COUNT
009360     ELSE
009370         IF PL-ACTION-IS-CHANGE
009380             MOVE WS-LIMITS-WORK TO LT-RECORD(WS-FOUND-SUB)
009390         ELSE
009400             PERFORM 5700-ADD-LIMIT THRU 5700-EXIT
009410         END-IF
009420     END-IF.
009430 5500-EXIT.
009440     EXIT.
009450
009460 5550-DELETE-LIMIT-COPIES.
009470     IF NOT LT-ENTRY-DELETED(WS-LIMIT-SUB) AND
009480        LT-RANGE-ID(WS-LIMIT-SUB) EQUAL TO PL-KEY-ID
009490         MOVE 'D' TO LT-DELETE-FLAG(WS-LIMIT-SUB)
009500     END-IF.
009510 5550-EXIT.
009520     EXIT.
009530
009540 5700-ADD-LIMIT.
009550     IF WS-LIMIT-COUNT IS LESS THAN MAX-LIMIT-ENTRIES
009560         ADD 1 TO WS-LIMIT-COUNT
009570         MOVE SPACE TO LT-DELETE-FLAG(WS-LIMIT-COUNT)
009580         MOVE WS-LIMITS-WORK TO LT-RECORD(WS-LIMIT-COUNT)
009590     ELSE
009600         MOVE ZERO TO WS-FREE-SUB
009610         PERFORM 5750-FIND-FREE-LIMIT THRU 5750-EXIT
009620             VARYING WS-LIMIT-SUB FROM 1 BY 1
009630                 UNTIL WS-LIMIT-SUB GREATER THAN WS-LIMIT-COUNT
009640                    OR WS-FREE-SUB GREATER THAN ZERO
009650         IF WS-FREE-SUB IS GREATER THAN ZERO
009660             MOVE SPACE TO LT-DELETE-FLAG(WS-FREE-SUB)
009670             MOVE WS-LIMITS-WORK TO LT-RECORD(WS-FREE-SUB)
009680         ELSE
009690             SET WS-TRAN-IS-INVALID TO TRUE
009700             MOVE "LIMITS IS FULL - RAISE MAX-LIMIT-ENTRIES"
009710                 TO WS-REJECT-REASON
009720         END-IF
009730     END-IF.
009740 5700-EXIT.
009750     EXIT.
009760
009770 5750-FIND-FREE-LIMIT.
009780     IF LT-ENTRY-DELETED(WS-LIMIT-SUB)
009790         MOVE WS-LIMIT-SUB TO WS-FREE-SUB
009800     END-IF.
009810 5750-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850*    6000-WRITE-TRAN-REPORT-LINE - ONE LINE PER TRANSACTION,
009860*    APPLIED OR REJECTED, WITH THE USER-ID OFF THE CARD.
009870*****************************************************************
009880 6000-WRITE-TRAN-REPORT-LINE.
009890     MOVE SPACES TO WS-REPORT-LINE
009900     MOVE 1 TO WS-STRING-POINTER
009910     IF WS-TRAN-IS-VALID
009920         ADD 1 TO WS-APPLIED-COUNT
009930         IF PL-FILE-IS-PROFILES
009940             STRING "APPLIED  P " PL-ACTION " " PL-KEY-ID
009950                    " ZERO=" PL-ZERO-SUPPRESS
009960                    " WIDTH=" PL-CELL-WIDTH
009970                    " DELIM=" PL-CSV-DELIMITER
009980                    " TITLE=" PL-TITLE
009990                    " BY " PL-USER-ID
010000                    DELIMITED BY SIZE INTO WS-REPORT-LINE
010010                    WITH POINTER WS-STRING-POINTER
010020         ELSE
010030             STRING "APPLIED  L " PL-ACTION " " PL-KEY-ID
010040                    " CEILING=" PL-CELL-LIMIT
010050                    " FLOOR=" PL-CELL-FLOOR
010060                    " BY " PL-USER-ID
010070                    DELIMITED BY SIZE INTO WS-REPORT-LINE
010080                    WITH POINTER WS-STRING-POINTER
010090         END-IF
010100     ELSE
010110         ADD 1 TO WS-REJECTED-COUNT
010120         STRING "REJECTED " PL-FILE-CODE " " PL-ACTION " "
010130                PL-KEY-ID
010140                " BY " PL-USER-ID
010150                " - " WS-REJECT-REASON
010160                DELIMITED BY SIZE INTO WS-REPORT-LINE
010170                WITH POINTER WS-STRING-POINTER
010180         IF 4 IS GREATER THAN WS-WORST-RC
010190             MOVE 4 TO WS-WORST-RC
010200         END-IF
010210     END-IF
010220     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
010230     WRITE MAINT-REPORT-RECORD.
010240 6000-EXIT.
010250     EXIT.
010260
010270*****************************************************************
010280*    8000-WRITE-NEW-FILES - THE SURVIVING ENTRIES OF EACH FILE,
010290*    ORIGINAL ORDER, ADDS ON THE END.
010300*****************************************************************
010310 8000-WRITE-NEW-FILES.
010320     MOVE SPACES TO MAINT-REPORT-RECORD
010330     WRITE MAINT-REPORT-RECORD
010340     PERFORM 8100-WRITE-ONE-PROFILE THRU 8100-EXIT
010350         VARYING WS-PROFILE-SUB FROM 1 BY 1
010360             UNTIL WS-PROFILE-SUB GREATER THAN WS-PROFILE-COUNT
010370     PERFORM 8200-WRITE-ONE-LIMIT THRU 8200-EXIT
010380         VARYING WS-LIMIT-SUB FROM 1 BY 1
010390             UNTIL WS-LIMIT-SUB GREATER THAN WS-LIMIT-COUNT.
010400 8000-EXIT.
010410     EXIT.
010420
010430 8100-WRITE-ONE-PROFILE.
010440     IF NOT PT-ENTRY-DELETED(WS-PROFILE-SUB)
010450         ADD 1 TO WS-PROFILES-WRITTEN
010460         MOVE PT-RECORD(WS-PROFILE-SUB) TO NEW-PROFILE-RECORD
010470         WRITE NEW-PROFILE-RECORD
010480     END-IF.
010490 8100-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    8200-WRITE-ONE-LIMIT - A SURVIVING ENTRY WHOSE RANGE IS ON
010540*    NO CONTROL CARD IS WRITTEN ANYWAY BUT LISTED - THE DRIVER
010550*    NEVER CHECKS IT. NO RC BUMP: AN ENTRY ADDED AHEAD OF ITS
010560*    CARD, OR LEFT BEHIND BY A CARD DELETE, MUST NOT HOLD UP THE
010570*    REST OF THE BATCH.
010580*****************************************************************
010590 8200-WRITE-ONE-LIMIT.
010600     IF NOT LT-ENTRY-DELETED(WS-LIMIT-SUB)
010610         ADD 1 TO WS-LIMITS-WRITTEN
010620         MOVE LT-RECORD(WS-LIMIT-SUB) TO NEW-LIMITS-RECORD
010630         WRITE NEW-LIMITS-RECORD
010640         MOVE LT-RANGE-ID(WS-LIMIT-SUB) TO WS-SEARCH-ID
010650         PERFORM 4700-FIND-DECK-RANGE THRU 4700-EXIT
010660         IF WS-DECK-NOT-FOUND
010670             ADD 1 TO WS-OFF-DECK-COUNT
010680             MOVE SPACES TO WS-REPORT-LINE
010690             MOVE 1 TO WS-STRING-POINTER
010700             STRING "WARNING - LIMITS RANGE "
010710                    LT-RANGE-ID(WS-LIMIT-SUB)
010720                    " IS ON NO CONTROL CARD - IT IS NEVER CHECKED"
010730                    DELIMITED BY SIZE INTO WS-REPORT-LINE
010740                    WITH POINTER WS-STRING-POINTER
010750             MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
010760             WRITE MAINT-REPORT-RECORD
010770         END-IF
010780     END-IF.
010790 8200-EXIT.
010800     EXIT.
010810
010820*****************************************************************
010830*    9000-WRITE-RUN-TOTALS
010840*****************************************************************
010850 9000-WRITE-RUN-TOTALS.
010860     MOVE SPACES TO MAINT-REPORT-RECORD
010870     WRITE MAINT-REPORT-RECORD
010880     MOVE SPACES TO WS-REPORT-LINE
010890     MOVE 1 TO WS-STRING-POINTER
010900     STRING "TOTALS - TRANSACTIONS=" WS-TRAN-COUNT
010910            "  APPLIED=" WS-APPLIED-COUNT
010920            "  REJECTED=" WS-REJECTED-COUNT
010930            "  PROFILES ON NEW FILE=" WS-PROFILES-WRITTEN
010940            "  LIMITS ON NEW FILE=" WS-LIMITS-WRITTEN
010950            "  LIMITS ON NO CARD=" WS-OFF-DECK-COUNT
010960            DELIMITED BY SIZE INTO WS-REPORT-LINE
010970            WITH POINTER WS-STRING-POINTER
010980     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
010990     WRITE MAINT-REPORT-RECORD
011000*    BOTH REPLACE STEPS ARE ALL-OR-NOTHING - SAY SO ON THE REPORT
011010*    SO THE APPLIED LINES ABOVE CANNOT BE READ AS CHANGES THAT
011020*    ACTUALLY TOOK EFFECT WHEN ANYTHING ELSE IN THE BATCH WAS
011030*    REJECTED.
011040     IF WS-REJECTED-COUNT IS GREATER THAN ZERO OR
011050        WS-WORST-RC IS GREATER THAN 3
011060         MOVE SPACES TO WS-REPORT-LINE
011070         MOVE 1 TO WS-STRING-POINTER
011080         STRING "*** NEW FILES NOT RELEASED - FIX THE CARDS"
011090                " AND RESUBMIT THE WHOLE BATCH ***"
011100                DELIMITED BY SIZE INTO WS-REPORT-LINE
011110                WITH POINTER WS-STRING-POINTER
011120         MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
011130         WRITE MAINT-REPORT-RECORD
011140     END-IF.
011150 9000-EXIT.
011160     EXIT.
011170
011180*****************************************************************
011190*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
011200*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
011210*    BACK CONTROL.
011220*****************************************************************
011230 9900-TERMINATE-RUN.
011240     CLOSE TRANSACTION-FILE
011250     CLOSE NEW-PROFILE-FILE
011260     CLOSE NEW-LIMITS-FILE
011270     CLOSE MAINT-REPORT-FILE
011280     MOVE WS-WORST-RC TO RETURN-CODE.
011290 9900-EXIT.
011300     EXIT.
011310
011320 END PROGRAM MULTPLM.
