000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTCHG
000170* PURPOSE - CHANGE-CONTROL RECONCILIATION FOR THE DELTA FEED.
000180*    A RANGE'S CELLS SHOULD ONLY MOVE BECAUSE SOMEBODY CHANGED
000190*    ITS CONTROL CARD (OR, FOR A DERIVED RANGE, ONE OF ITS
000200*    SOURCES CHANGED). THIS RUN READS TONIGHT'S DELTAOUT
000210*    GENERATION, WORKS OUT FROM THE AUDITLOG WHEN EACH RANGE
000220*    LAST RAN BEFORE TONIGHT, AND MATCHES THE RANGE'S CHANGED
000230*    CELLS AGAINST THE MAINTENANCE JOURNAL (MNTJRNL, WRITTEN BY
000240*    MULTMNT) SINCE THAT RUN. EVERY RANGE WITH DELTA RECORDS
000250*    GETS ONE LINE ON CHGRPT SAYING WHY IT CHANGED - OR THAT
000260*    NOTHING ON RECORD EXPLAINS IT. A RANGE IS EXPLAINED WHEN:
000270*      - IT HAS NO EARLIER COMPLETED RUN (FIRST LOAD)
000280*      - IT IS FLAGGED FULL-REFRESH AND SENT ADDS ONLY
000290*      - ITS OWN CARD WAS MAINTAINED SINCE ITS LAST RUN
000300*      - IT IS DERIVED AND SOURCE A OR B EITHER MOVED TONIGHT
000310*        OR WAS MAINTAINED SINCE THE DERIVED RANGE'S LAST RUN
000320*      - AN APPROVED CELL OVERRIDE ON IT (OVRFILE) WAS STILL
000330*        LIVE AT ITS LAST RUN AND HAS EXPIRED SINCE - THE CELL
000340*        WENT BACK TO THE ARITHMETIC AND NOBODY JOURNALS THAT
000350*    ANYTHING ELSE IS UNEXPLAINED: RC 4, AND THE REPORT SAYS TO
000360*    HOLD THE FEED UNTIL SOMEONE ACCOUNTS FOR IT. RC NEVER GOES
000370*    ABOVE 4 - THE FEED IS ALREADY WRITTEN AND HOUSEKEEPING AND
000380*    THE BACKUP STILL HAVE TO RUN BEHIND THIS STEP.
000390*
000400* MODIFICATION HISTORY
000410*    10/15/2026  JK  ORIGINAL VERSION.
000420*    10/15/2026  JK  POSTS ONE RECORD TO THE SHARED RUN-STATUS
000430*                    FILE (RUNSTAT) AS IT ENDS FOR THE MULTTOV
000440*                    SHIFT-TURNOVER PAGE.
000450*    10/15/2026  JK  AUDIT LINE 132 TO 160 BYTES (OWNER, PAGES
000460*                    AND FEED RECORDS ADDED AT THE END FOR THE
000470*                    CHARGEBACK) - RECORD LENGTH KEPT IN STEP.
000480*    10/15/2026  JK  READS OVRFILE - A CELL OVERRIDE THAT EXPIRED
000490*                    SINCE THE RANGE'S LAST RUN EXPLAINS ITS
000500*                    CHANGE INSTEAD OF HOLDING THE FEED.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.    MULTCHG.
000540 AUTHOR.        JOSH KREPS.
000550 INSTALLATION.  SHOP FLOOR SYSTEMS.
000560 DATE-WRITTEN.  10/15/2026.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CONTROL-FILE ASSIGN TO "CONTROLS"
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT DELTA-FILE ASSIGN TO "DELTAOUT"
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-JRNL-FILE-STATUS.
000730     SELECT OVERRIDE-FILE ASSIGN TO "OVRFILE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS OV-OVERRIDE-KEY
000770         FILE STATUS IS WS-OVR-FILE-STATUS.
000780     SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-STAT-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CONTROL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900     COPY MTCTLREC.
000910
000920*****************************************************************
000930*    THE DELTA FEED AS TRANSMITTED - SAME LAYOUT 5600-WRITE-DELTA
000940*    WRITES IN MULT-TABLE. KEEP IN STEP WITH THAT PROGRAM.
000950*****************************************************************
000960 FD  DELTA-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  DELTA-RECORD.
001010     05  DL-RECORD-TYPE          PIC X(01).
001020         88  DL-DETAIL-RECORD        VALUE 'D'.
001030         88  DL-TRAILER-RECORD       VALUE 'T'.
001040     05  DL-DATA                 PIC X(79).
001050     05  DL-DETAIL-AREA REDEFINES DL-DATA.
001060         10  DL-RANGE-ID         PIC X(08).
001070         10  DL-ROW-NUMBER       PIC 9(02).
001080         10  DL-COLUMN-NUMBER    PIC 9(02).
001090         10  DL-OLD-VALUE        PIC 9(08).
001100         10  DL-NEW-VALUE        PIC 9(08).
001110         10  DL-CHANGE-TYPE      PIC X(01).
001120             88  DL-CELL-ADDED       VALUE 'A'.
001130             88  DL-CELL-CHANGED     VALUE 'C'.
001140             88  DL-CELL-DROPPED     VALUE 'D'.
001150         10  DL-EFFECTIVE-DATE   PIC 9(06).
001160         10  DL-OPERATION-CODE   PIC X(01).
001170         10  FILLER              PIC X(43).
001180     05  DL-TRAILER-AREA REDEFINES DL-DATA.
001190         10  DL-T-RECORD-COUNT   PIC 9(08).
001200         10  FILLER              PIC X(71).
001210
001220*****************************************************************
001230*    FIXED-COLUMN VIEW OF THE AUDIT LINE, SAME RULE AS THE
001240*    MULTAUD LAYOUT. ONLY THE FIELDS THIS RUN NEEDS ARE NAMED:
001250*    THE RUN DATE AND TIME, THE STATUS AND THE RANGE-ID.
001260*****************************************************************
001270 FD  AUDIT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 160 CHARACTERS.
001310 01  AUDIT-RECORD.
001320     05  AL-RUN-DATE            PIC X(06).
001330     05  FILLER                 PIC X(01).
001340     05  AL-RUN-TIME            PIC X(06).
001350     05  FILLER                 PIC X(49).
001360     05  AL-STATUS              PIC X(09).
001370     05  FILLER                 PIC X(36).
001380     05  AL-RANGE-ID            PIC X(08).
001390     05  FILLER                 PIC X(45).
001400
001410 FD  JOURNAL-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 200 CHARACTERS.
001450     COPY MTJRNREC.
001460
001470 FD  OVERRIDE-FILE
001480     RECORD CONTAINS 80 CHARACTERS.
001490     COPY MTOVRREC.
001500
001510 FD  CHANGE-REPORT-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 132 CHARACTERS.
001550 01  CHANGE-REPORT-RECORD           PIC X(132).
001560
001570 FD  RUN-STATUS-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 120 CHARACTERS.
001610     COPY MTSTSREC.
001620
001630 WORKING-STORAGE SECTION.
001640*****************************************************************
001650*    SWITCHES
001660*****************************************************************
001670 01  WS-SWITCHES.
001680     05  WS-DECK-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001690         88  WS-END-OF-CONTROL-FILE         VALUE 'Y'.
001700     05  WS-DELTA-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001710         88  WS-END-OF-DELTA-FILE           VALUE 'Y'.
001720     05  WS-AUD-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001730         88  WS-END-OF-AUDIT-FILE           VALUE 'Y'.
001740     05  WS-JRNL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001750         88  WS-END-OF-JOURNAL              VALUE 'Y'.
001760     05  WS-JRNL-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
001770         88  WS-JOURNAL-IS-OPEN             VALUE 'Y'.
001780     05  WS-TRAILER-SWITCH      PIC X(01)  VALUE 'N'.
001790         88  WS-DELTA-TRAILER-SEEN          VALUE 'Y'.
001800     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001810         88  WS-RANGE-WAS-FOUND             VALUE 'Y'.
001820         88  WS-RANGE-NOT-FOUND             VALUE 'N'.
001830     05  WS-SOURCE-SWITCH       PIC X(01)  VALUE 'N'.
001840         88  WS-SOURCE-MOVED                VALUE 'Y'.
001850         88  WS-SOURCE-DID-NOT-MOVE         VALUE 'N'.
001860     05  WS-OVR-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001870         88  WS-END-OF-OVERRIDES            VALUE 'Y'.
001880
001890 77  WS-JRNL-FILE-STATUS        PIC X(02).
001900 77  WS-STAT-FILE-STATUS        PIC X(02).
001910 77  WS-OVR-FILE-STATUS         PIC X(02).
001920
001930*****************************************************************
001940*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001950*    RETURN-CODE AT JOB END. 4 = AN UNEXPLAINED CHANGE, OR A
001960*    FEED OR JOURNAL THIS RUN COULD NOT TRUST. NOTHING HIGHER.
001970*****************************************************************
001980 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001990
002000*****************************************************************
002010*    THE CHANGE TABLE - ONE ENTRY PER RANGE ON THE DECK OR ON
002020*    THE FEED. MAX STAYS IN STEP WITH MAX-DECK-ENTRIES IN
002030*    MULTMNT - THE FEED CANNOT CARRY MORE RANGES THAN THE DECK.
002040*    THE STAMPS ARE YYMMDDHHMMSS OFF THE AUDIT LINES: LAST IS
002050*    THE RANGE'S NEWEST COMPLETED RUN (TONIGHT'S), PRIOR IS THE
002060*    ONE BEFORE IT. JOURNAL ENTRIES NEWER THAN PRIOR ARE THE
002070*    MAINTENANCE THAT TONIGHT'S RUN WAS THE FIRST TO PICK UP.
002080*****************************************************************
002090 77  MAX-CHANGE-ENTRIES         PIC 9(03)  VALUE 100.
002100 01  CHANGE-TABLE.
002110     05  CT-ENTRY OCCURS 100 TIMES.
002120         10  CT-RANGE-ID            PIC X(08).
002130         10  CT-DERIVE-CODE         PIC X(01).
002140             88  CT-RANGE-IS-DERIVED    VALUES 'D' 'S' 'Q'.
002150         10  CT-SOURCE-A-ID         PIC X(08).
002160         10  CT-SOURCE-B-ID         PIC X(08).
002170         10  CT-REFRESH-SWITCH      PIC X(01).
002180             88  CT-FULL-REFRESH        VALUE 'Y'.
002190         10  CT-ADDED-COUNT         PIC 9(08).
002200         10  CT-CHANGED-COUNT       PIC 9(08).
002210         10  CT-DROPPED-COUNT       PIC 9(08).
002220         10  CT-RUN-COUNT           PIC 9(04).
002230         10  CT-PRIOR-STAMP         PIC 9(12).
002240         10  CT-LAST-STAMP          PIC 9(12).
002250         10  CT-OWN-JOURNAL-COUNT   PIC 9(04).
002260         10  CT-SOURCE-JOURNAL-COUNT PIC 9(04).
002270         10  CT-JOURNAL-USER        PIC X(08).
002280         10  CT-JOURNAL-DATE        PIC 9(06).
002290         10  CT-OVR-EXPIRED-COUNT   PIC 9(04).
002300         10  CT-OVR-EXPIRY-DATE     PIC 9(06).
002310 77  WS-CHANGE-COUNT            PIC 9(03)  VALUE ZERO.
002320 77  WS-CHANGE-SUB              PIC 9(03).
002330 77  WS-JUDGE-SUB               PIC 9(03).
002340 77  WS-FOUND-SUB               PIC 9(03).
002350 77  WS-SEARCH-RANGE-ID         PIC X(08).
002360 77  WS-MOVED-SOURCE-ID         PIC X(08).
002370 01  WS-TABLE-FULL-SWITCH       PIC X(01)  VALUE 'N'.
002380     88  WS-CHANGE-TABLE-FULL               VALUE 'Y'.
002390
002400*****************************************************************
002410*    THE AUDIT LINE'S DATE AND TIME AS ONE COMPARABLE STAMP
002420*****************************************************************
002430 01  WS-AUDIT-STAMP-FIELDS.
002440     05  WS-AUDIT-DATE          PIC 9(06).
002450     05  WS-AUDIT-TIME          PIC 9(06).
002460 01  WS-AUDIT-STAMP REDEFINES WS-AUDIT-STAMP-FIELDS
002470                                PIC 9(12).
002480
002490*****************************************************************
002500*    AN OVERRIDE'S EXPIRY AS A STAMP - THE LAST SECOND OF ITS
002510*    LAST NIGHT - AND TONIGHT'S RUN STAMP TAKEN APART FOR ITS DATE
002520*****************************************************************
002530 01  WS-EXPIRY-STAMP-FIELDS.
002540     05  WS-EXPIRY-DATE         PIC 9(06).
002550     05  WS-EXPIRY-TIME         PIC 9(06)  VALUE 999999.
002560 01  WS-EXPIRY-STAMP REDEFINES WS-EXPIRY-STAMP-FIELDS
002570                                PIC 9(12).
002580 01  WS-LAST-STAMP-FIELDS.
002590     05  WS-LAST-RUN-DATE       PIC 9(06).
002600     05  WS-LAST-RUN-TIME       PIC 9(06).
002610 01  WS-LAST-STAMP REDEFINES WS-LAST-STAMP-FIELDS
002620                                PIC 9(12).
002630
002640*****************************************************************
002650*    FILE-LEVEL COUNTS AND TRAILERS
002660*****************************************************************
002670 77  WS-DELTA-TOTAL             PIC 9(08)  VALUE ZERO.
002680 77  WS-DELTA-TRAILER-COUNT     PIC 9(08)  VALUE ZERO.
002690 77  WS-JOURNAL-READ-COUNT      PIC 9(08)  VALUE ZERO.
002700 77  WS-CHANGED-RANGE-COUNT     PIC 9(04)  VALUE ZERO.
002710 77  WS-EXPLAINED-COUNT         PIC 9(04)  VALUE ZERO.
002720 77  WS-UNEXPLAINED-COUNT       PIC 9(04)  VALUE ZERO.
002730 77  WS-CELL-TOTAL              PIC 9(08).
002740
002750 01  WS-CURRENT-DATE-FIELDS.
002760     05  WS-CD-YY               PIC 99.
002770     05  WS-CD-MM               PIC 99.
002780     05  WS-CD-DD               PIC 99.
002790
002800 01  WS-CURRENT-TIME-FIELDS.
002810     05  WS-CT-HH               PIC 99.
002820     05  WS-CT-MM               PIC 99.
002830     05  WS-CT-SS               PIC 99.
002840     05  WS-CT-HH100            PIC 99.
002850
002860 77  WS-EDIT-COUNT-8            PIC Z(07)9.
002870 77  WS-EDIT-COUNT-8B           PIC Z(07)9.
002880 77  WS-EDIT-COUNT-8C           PIC Z(07)9.
002890 77  WS-EDIT-COUNT-4            PIC Z(03)9.
002900 77  WS-REASON-TEXT             PIC X(60).
002910 77  WS-STRING-POINTER          PIC 9(04).
002920 01  WS-REPORT-LINE             PIC X(132).
002930
002940 PROCEDURE DIVISION.
002950*****************************************************************
002960*    0000-MAINLINE - THE DECK GIVES EVERY RANGE ITS DERIVE
002970*    SOURCES AND REFRESH FLAG, THE FEED SAYS WHAT MOVED, THE
002980*    AUDIT TRAIL SAYS WHEN EACH RANGE LAST RAN BEFORE TONIGHT,
002990*    THE JOURNAL SAYS WHAT WAS MAINTAINED SINCE, AND THE TABLE
003000*    IS SWEPT FOR THE VERDICT.
003010*****************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
003040     PERFORM 2000-LOAD-DECK           THRU 2000-EXIT
003050     PERFORM 3000-TALLY-DELTAS        THRU 3000-EXIT
003060     PERFORM 4000-APPLY-AUDIT-TRAIL   THRU 4000-EXIT
003070     PERFORM 5000-APPLY-JOURNAL       THRU 5000-EXIT
003080     PERFORM 5500-APPLY-OVERRIDES     THRU 5500-EXIT
003090     PERFORM 6000-JUDGE-ALL-RANGES    THRU 6000-EXIT
003100     PERFORM 9000-WRITE-RUN-TOTALS    THRU 9000-EXIT
003110     PERFORM 9900-TERMINATE-RUN       THRU 9900-EXIT
003120     GOBACK.
003130
003140*****************************************************************
003150*    1000-INITIALIZE-RUN - THE JOURNAL IS ALLOWED TO BE MISSING
003160*    (STATUS 35): NO MAINTENANCE HAS GONE THROUGH MULTMNT SINCE
003170*    IT WAS INTRODUCED, SO NOTHING IS ON RECORD. ANY OTHER BAD
003180*    OPEN IS REPORTED AND THE RUN GOES ON WITHOUT IT - EVERY
003190*    MAINTAINED RANGE WILL THEN SHOW UNEXPLAINED, WHICH IS THE
003200*    SAFE SIDE TO ERR ON.
003210*****************************************************************
003220 1000-INITIALIZE-RUN.
003230     OPEN INPUT  CONTROL-FILE
003240     OPEN INPUT  DELTA-FILE
003250     OPEN INPUT  AUDIT-FILE
003260     OPEN OUTPUT CHANGE-REPORT-FILE
003270     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
003280     MOVE SPACES TO WS-REPORT-LINE
003290     MOVE 1 TO WS-STRING-POINTER
003300     STRING "DELTA FEED CHANGE-CONTROL RECONCILIATION - RUN "
003310            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
003320            DELIMITED BY SIZE INTO WS-REPORT-LINE
003330            WITH POINTER WS-STRING-POINTER
003340     MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
003350     WRITE CHANGE-REPORT-RECORD
003360     MOVE SPACES TO CHANGE-REPORT-RECORD
003370     WRITE CHANGE-REPORT-RECORD
003380     OPEN INPUT  JOURNAL-FILE
003390     IF WS-JRNL-FILE-STATUS EQUAL TO "00"
003400         SET WS-JOURNAL-IS-OPEN TO TRUE
003410     ELSE
003420         IF WS-JRNL-FILE-STATUS EQUAL TO "35"
003430             MOVE "NOTE - NO MAINTENANCE JOURNAL ON FILE YET"
003440                 TO CHANGE-REPORT-RECORD
003450             WRITE CHANGE-REPORT-RECORD
003460         ELSE
003470             MOVE SPACES TO WS-REPORT-LINE
003480             MOVE 1 TO WS-STRING-POINTER
003490             STRING "*** MNTJRNL OPEN FAILED, FILE STATUS "
003500                    WS-JRNL-FILE-STATUS
003510                    " - NO MAINTENANCE CAN BE MATCHED TONIGHT ***"
003520                    DELIMITED BY SIZE INTO WS-REPORT-LINE
003530                    WITH POINTER WS-STRING-POINTER
003540             MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
003550             WRITE CHANGE-REPORT-RECORD
003560             DISPLAY WS-REPORT-LINE
003570             IF 4 IS GREATER THAN WS-WORST-RC
003580                 MOVE 4 TO WS-WORST-RC
003590             END-IF
003600         END-IF
003610     END-IF.
003620 1000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*    2000-LOAD-DECK - EVERY RANGE ON THE CONTROLS DECK, WITH ITS
003670*    DERIVE SOURCES AND FULL-REFRESH SWITCH.
003680*****************************************************************
003690 2000-LOAD-DECK.
003700     PERFORM 2100-LOAD-ONE-DECK-RECORD THRU 2100-EXIT
003710         UNTIL WS-END-OF-CONTROL-FILE.
003720 2000-EXIT.
003730     EXIT.
003740
003750 2100-LOAD-ONE-DECK-RECORD.
003760     READ CONTROL-FILE
003770         AT END
003780             SET WS-END-OF-CONTROL-FILE TO TRUE
003790     END-READ
003800     IF NOT WS-END-OF-CONTROL-FILE AND
003810        CR-RANGE-ID NOT EQUAL TO SPACES
003820         MOVE CR-RANGE-ID TO WS-SEARCH-RANGE-ID
003830         PERFORM 7000-FIND-OR-ADD-RANGE THRU 7000-EXIT
003840         IF WS-RANGE-WAS-FOUND
003850             MOVE CR-DERIVE-CODE TO CT-DERIVE-CODE(WS-FOUND-SUB)
003860             MOVE CR-SOURCE-A-ID TO CT-SOURCE-A-ID(WS-FOUND-SUB)
003870             MOVE CR-SOURCE-B-ID TO CT-SOURCE-B-ID(WS-FOUND-SUB)
003880             MOVE CR-FULL-REFRESH-SWITCH
003890                 TO CT-REFRESH-SWITCH(WS-FOUND-SUB)
003900         END-IF
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*    3000-TALLY-DELTAS - COUNT TONIGHT'S DELTA RECORDS PER RANGE
003970*    AND CHANGE TYPE AND HOLD THE TRAILER. A FEED WITH NO
003980*    TRAILER, OR ONE THAT DISAGREES WITH ITS OWN COUNT, CAME
003990*    FROM A FAILED RUN - THE VERDICTS BELOW ARE THEN ONLY AS
004000*    GOOD AS THE PART OF THE FEED THAT WAS WRITTEN.
004010*****************************************************************
004020 3000-TALLY-DELTAS.
004030     PERFORM 3100-TALLY-ONE-DELTA THRU 3100-EXIT
004040         UNTIL WS-END-OF-DELTA-FILE
004050     IF NOT WS-DELTA-TRAILER-SEEN
004060         PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
004070         MOVE "*** DELTAOUT HAS NO COUNT TRAILER - FEED CAME FROM
004080-             " A FAILED RUN - DO NOT TRANSMIT IT ***"
004090             TO CHANGE-REPORT-RECORD
004100         WRITE CHANGE-REPORT-RECORD
004110     ELSE
004120         IF WS-DELTA-TRAILER-COUNT NOT EQUAL TO WS-DELTA-TOTAL
004130             PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
004140             MOVE WS-DELTA-TRAILER-COUNT TO WS-EDIT-COUNT-8
004150             MOVE WS-DELTA-TOTAL         TO WS-EDIT-COUNT-8B
004160             MOVE SPACES TO WS-REPORT-LINE
004170             MOVE 1 TO WS-STRING-POINTER
004180             STRING "*** DELTAOUT TRAILER SAYS " WS-EDIT-COUNT-8
004190                    " RECORDS BUT " WS-EDIT-COUNT-8B
004200                    " WERE ON THE FILE ***"
004210                    DELIMITED BY SIZE INTO WS-REPORT-LINE
004220                    WITH POINTER WS-STRING-POINTER
004230             MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
004240             WRITE CHANGE-REPORT-RECORD
004250         END-IF
004260     END-IF.
004270 3000-EXIT.
004280     EXIT.
004290
004300 3100-TALLY-ONE-DELTA.
004310     READ DELTA-FILE
004320         AT END
004330             SET WS-END-OF-DELTA-FILE TO TRUE
004340     END-READ
004350     IF NOT WS-END-OF-DELTA-FILE
004360         EVALUATE TRUE
004370         WHEN DL-DETAIL-RECORD
004380             ADD 1 TO WS-DELTA-TOTAL
004390             MOVE DL-RANGE-ID TO WS-SEARCH-RANGE-ID
004400             PERFORM 7000-FIND-OR-ADD-RANGE THRU 7000-EXIT
004410             IF WS-RANGE-WAS-FOUND
004420                 EVALUATE TRUE
004430                 WHEN DL-CELL-ADDED
004440                     ADD 1 TO CT-ADDED-COUNT(WS-FOUND-SUB)
004450                 WHEN DL-CELL-DROPPED
004460                     ADD 1 TO CT-DROPPED-COUNT(WS-FOUND-SUB)
004470                 WHEN OTHER
004480                     ADD 1 TO CT-CHANGED-COUNT(WS-FOUND-SUB)
004490                 END-EVALUATE
004500             END-IF
004510         WHEN DL-TRAILER-RECORD
004520             SET WS-DELTA-TRAILER-SEEN TO TRUE
004530             MOVE DL-T-RECORD-COUNT TO WS-DELTA-TRAILER-COUNT
004540         WHEN OTHER
004550             CONTINUE
004560         END-EVALUATE
004570     END-IF.
004580 3100-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620*    4000-APPLY-AUDIT-TRAIL - THE LOG IS CHRONOLOGICAL, SO EACH
004630*    COMPLETED LINE FOR A RANGE PUSHES THE LAST-RUN STAMP DOWN
004640*    TO PRIOR AND TAKES ITS PLACE. AT END OF FILE LAST IS
004650*    TONIGHT'S RUN AND PRIOR IS THE ONE BEFORE. LINES WITHOUT A
004660*    RANGE-ID PREDATE THE FIELD AND ARE SKIPPED, AS ARE LINES
004670*    FOR RANGES NO LONGER ON THE DECK OR THE FEED.
004680*****************************************************************
004690 4000-APPLY-AUDIT-TRAIL.
004700     PERFORM 4100-APPLY-ONE-AUDIT-LINE THRU 4100-EXIT
004710         UNTIL WS-END-OF-AUDIT-FILE.
004720 4000-EXIT.
004730     EXIT.
004740
004750 4100-APPLY-ONE-AUDIT-LINE.
004760     READ AUDIT-FILE
004770         AT END
004780             SET WS-END-OF-AUDIT-FILE TO TRUE
004790     END-READ
004800     IF NOT WS-END-OF-AUDIT-FILE
004810         IF AL-RANGE-ID NOT EQUAL TO SPACES AND
004820            AL-STATUS EQUAL TO "COMPLETED" AND
004830            AL-RUN-DATE IS NUMERIC AND
004840            AL-RUN-TIME IS NUMERIC
004850             MOVE AL-RANGE-ID TO WS-SEARCH-RANGE-ID
004860             PERFORM 7100-FIND-RANGE THRU 7100-EXIT
004870             IF WS-RANGE-WAS-FOUND
004880                 MOVE AL-RUN-DATE TO WS-AUDIT-DATE
004890                 MOVE AL-RUN-TIME TO WS-AUDIT-TIME
004900                 MOVE CT-LAST-STAMP(WS-FOUND-SUB)
004910                     TO CT-PRIOR-STAMP(WS-FOUND-SUB)
004920                 MOVE WS-AUDIT-STAMP
004930                     TO CT-LAST-STAMP(WS-FOUND-SUB)
004940                 ADD 1 TO CT-RUN-COUNT(WS-FOUND-SUB)
004950             END-IF
004960         END-IF
004970     END-IF.
004980 4100-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020*    5000-APPLY-JOURNAL - EACH JOURNAL ENTRY IS HELD UP AGAINST
005030*    EVERY RANGE IN THE TABLE: IT EXPLAINS THE RANGE IT NAMES,
005040*    AND ANY DERIVED RANGE THAT USES THAT RANGE AS A SOURCE, WHEN
005050*    IT IS NEWER THAN THAT RANGE'S PRIOR RUN.
005060*****************************************************************
005070 5000-APPLY-JOURNAL.
005080     IF WS-JOURNAL-IS-OPEN
005090         PERFORM 5100-APPLY-ONE-JOURNAL-ENTRY THRU 5100-EXIT
005100             UNTIL WS-END-OF-JOURNAL
005110     END-IF.
005120 5000-EXIT.
005130     EXIT.
005140
005150 5100-APPLY-ONE-JOURNAL-ENTRY.
005160     READ JOURNAL-FILE
005170         AT END
005180             SET WS-END-OF-JOURNAL TO TRUE
005190     END-READ
005200     IF NOT WS-END-OF-JOURNAL AND
005210        JR-STAMP IS NUMERIC
005220         ADD 1 TO WS-JOURNAL-READ-COUNT
005230         PERFORM 5200-MATCH-JOURNAL-TO-RANGE THRU 5200-EXIT
005240             VARYING WS-CHANGE-SUB FROM 1 BY 1
005250                 UNTIL WS-CHANGE-SUB GREATER THAN WS-CHANGE-COUNT
005260     END-IF.
005270 5100-EXIT.
005280     EXIT.
005290
005300 5200-MATCH-JOURNAL-TO-RANGE.
005310     IF JR-STAMP IS GREATER THAN CT-PRIOR-STAMP(WS-CHANGE-SUB)
005320         IF JR-RANGE-ID EQUAL TO CT-RANGE-ID(WS-CHANGE-SUB)
005330             ADD 1 TO CT-OWN-JOURNAL-COUNT(WS-CHANGE-SUB)
005340             MOVE JR-USER-ID TO CT-JOURNAL-USER(WS-CHANGE-SUB)
005350             MOVE JR-DATE    TO CT-JOURNAL-DATE(WS-CHANGE-SUB)
005360         ELSE
005370             IF CT-RANGE-IS-DERIVED(WS-CHANGE-SUB)
005380                 IF JR-RANGE-ID EQUAL TO
005390                        CT-SOURCE-A-ID(WS-CHANGE-SUB) OR
005400                    JR-RANGE-ID EQUAL TO
005410                        CT-SOURCE-B-ID(WS-CHANGE-SUB)
005420                     ADD 1
005430                         TO CT-SOURCE-JOURNAL-COUNT(WS-CHANGE-SUB)
005440                 END-IF
005450             END-IF
005460         END-IF
005470     END-IF.
005480 5200-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520*    5500-APPLY-OVERRIDES - AN APPROVED OVERRIDE WHOSE LAST NIGHT
005530*    (OV-EXPIRY-DATE) FELL ON OR AFTER THE RANGE'S PRIOR RUN BUT
005540*    BEFORE TONIGHT'S WAS APPLIED LAST TIME AND NOT TONIGHT, SO
005550*    ITS CELL WENT BACK TO THE ARITHMETIC. MULT-TABLE DROPS IT
005560*    WITHOUT A JOURNAL ENTRY; THIS IS WHERE IT IS ACCOUNTED FOR.
005570*    NO OVRFILE (STATUS 35) MEANS NO OVERRIDE EVER EXISTED. ANY
005580*    OTHER BAD OPEN IS REPORTED AND THE RUN GOES ON WITHOUT IT,
005590*    THE SAME AS THE JOURNAL.
005600*****************************************************************
005610 5500-APPLY-OVERRIDES.
005620     OPEN INPUT OVERRIDE-FILE
005630     EVALUATE WS-OVR-FILE-STATUS
005640     WHEN "00"
005650         PERFORM 5600-APPLY-ONE-OVERRIDE THRU 5600-EXIT
005660             UNTIL WS-END-OF-OVERRIDES
005670         CLOSE OVERRIDE-FILE
005680     WHEN "35"
005690         CONTINUE
005700     WHEN OTHER
005710         MOVE SPACES TO WS-REPORT-LINE
005720         MOVE 1 TO WS-STRING-POINTER
005730         STRING "*** OVRFILE OPEN FAILED, FILE STATUS "
005740                WS-OVR-FILE-STATUS
005750                " - NO OVERRIDE EXPIRY CAN BE MATCHED TONIGHT ***"
005760                DELIMITED BY SIZE INTO WS-REPORT-LINE
005770                WITH POINTER WS-STRING-POINTER
005780         MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
005790         WRITE CHANGE-REPORT-RECORD
005800         DISPLAY WS-REPORT-LINE
005810         PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
005820     END-EVALUATE.
005830 5500-EXIT.
005840     EXIT.
005850
005860 5600-APPLY-ONE-OVERRIDE.
005870     READ OVERRIDE-FILE
005880         AT END
005890             SET WS-END-OF-OVERRIDES TO TRUE
005900     END-READ
005910     IF WS-END-OF-OVERRIDES OR OV-NOT-YET-APPROVED OR
005920        OV-EXPIRY-DATE IS NOT NUMERIC
005930         GO TO 5600-EXIT
005940     END-IF
005950     MOVE OV-RANGE-ID TO WS-SEARCH-RANGE-ID
005960     PERFORM 7100-FIND-RANGE THRU 7100-EXIT
005970     IF WS-RANGE-NOT-FOUND
005980         GO TO 5600-EXIT
005990     END-IF
006000     MOVE OV-EXPIRY-DATE TO WS-EXPIRY-DATE
006010     MOVE CT-LAST-STAMP(WS-FOUND-SUB) TO WS-LAST-STAMP
006020     IF WS-EXPIRY-STAMP IS GREATER THAN
006030            CT-PRIOR-STAMP(WS-FOUND-SUB)
006040        AND WS-EXPIRY-DATE IS LESS THAN WS-LAST-RUN-DATE
006050         ADD 1 TO CT-OVR-EXPIRED-COUNT(WS-FOUND-SUB)
006060         MOVE WS-EXPIRY-DATE TO CT-OVR-EXPIRY-DATE(WS-FOUND-SUB)
006070     END-IF.
006080 5600-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120*    6000-JUDGE-ALL-RANGES - THE VERDICT, ONE LINE PER RANGE
006130*    THAT SENT DELTA RECORDS TONIGHT. A RANGE THAT DID NOT MOVE
006140*    NEEDS NO EXPLANATION.
006150*****************************************************************
006160 6000-JUDGE-ALL-RANGES.
006170     MOVE SPACES TO CHANGE-REPORT-RECORD
006180     WRITE CHANGE-REPORT-RECORD
006190     PERFORM 6100-JUDGE-ONE-RANGE THRU 6100-EXIT
006200         VARYING WS-JUDGE-SUB FROM 1 BY 1
006210             UNTIL WS-JUDGE-SUB GREATER THAN WS-CHANGE-COUNT.
006220 6000-EXIT.
006230     EXIT.
006240
006250 6100-JUDGE-ONE-RANGE.
006260     COMPUTE WS-CELL-TOTAL = CT-ADDED-COUNT(WS-JUDGE-SUB)
006270                           + CT-CHANGED-COUNT(WS-JUDGE-SUB)
006280                           + CT-DROPPED-COUNT(WS-JUDGE-SUB)
006290     IF WS-CELL-TOTAL EQUAL TO ZERO
006300         GO TO 6100-EXIT
006310     END-IF
006320     ADD 1 TO WS-CHANGED-RANGE-COUNT
006330     MOVE SPACES TO WS-REASON-TEXT
006340     IF CT-RANGE-IS-DERIVED(WS-JUDGE-SUB)
006350         PERFORM 6200-CHECK-SOURCES THRU 6200-EXIT
006360     ELSE
006370         SET WS-SOURCE-DID-NOT-MOVE TO TRUE
006380     END-IF
006390     EVALUATE TRUE
006400     WHEN CT-RUN-COUNT(WS-JUDGE-SUB) IS LESS THAN 2
006410         MOVE "EXPLAINED - FIRST LOAD, NO EARLIER RUN ON THE LOG"
006420             TO WS-REASON-TEXT
006430     WHEN CT-FULL-REFRESH(WS-JUDGE-SUB) AND
006440          CT-CHANGED-COUNT(WS-JUDGE-SUB) EQUAL TO ZERO AND
006450          CT-DROPPED-COUNT(WS-JUDGE-SUB) EQUAL TO ZERO
006460         MOVE "EXPLAINED - FULL REFRESH REQUESTED ON THE CARD"
006470             TO WS-REASON-TEXT
006480     WHEN CT-OWN-JOURNAL-COUNT(WS-JUDGE-SUB) IS GREATER THAN ZERO
006490         MOVE CT-OWN-JOURNAL-COUNT(WS-JUDGE-SUB)
006500             TO WS-EDIT-COUNT-4
006510         MOVE 1 TO WS-STRING-POINTER
006520         STRING "EXPLAINED - MAINTAINED BY "
006530                CT-JOURNAL-USER(WS-JUDGE-SUB)
006540                " ON " CT-JOURNAL-DATE(WS-JUDGE-SUB)
006550                " (" WS-EDIT-COUNT-4 " ENTRIES)"
006560                DELIMITED BY SIZE INTO WS-REASON-TEXT
006570                WITH POINTER WS-STRING-POINTER
006580     WHEN CT-OVR-EXPIRED-COUNT(WS-JUDGE-SUB) IS GREATER THAN ZERO
006590         MOVE CT-OVR-EXPIRED-COUNT(WS-JUDGE-SUB)
006600             TO WS-EDIT-COUNT-4
006610         MOVE 1 TO WS-STRING-POINTER
006620         STRING "EXPLAINED - OVERRIDE EXPIRED "
006630                CT-OVR-EXPIRY-DATE(WS-JUDGE-SUB)
006640                " (" WS-EDIT-COUNT-4 " CELLS)"
006650                DELIMITED BY SIZE INTO WS-REASON-TEXT
006660                WITH POINTER WS-STRING-POINTER
006670     WHEN WS-SOURCE-MOVED
006680         MOVE 1 TO WS-STRING-POINTER
006690         STRING "EXPLAINED - DERIVED, SOURCE " WS-MOVED-SOURCE-ID
006700                " CHANGED"
006710                DELIMITED BY SIZE INTO WS-REASON-TEXT
006720                WITH POINTER WS-STRING-POINTER
006730     WHEN OTHER
006740         ADD 1 TO WS-UNEXPLAINED-COUNT
006750         PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
006760         MOVE "*** UNEXPLAINED - NO MAINTENANCE SINCE LAST RUN"
006770             TO WS-REASON-TEXT
006780     END-EVALUATE
006790     MOVE CT-ADDED-COUNT(WS-JUDGE-SUB)   TO WS-EDIT-COUNT-8
006800     MOVE CT-CHANGED-COUNT(WS-JUDGE-SUB) TO WS-EDIT-COUNT-8B
006810     MOVE CT-DROPPED-COUNT(WS-JUDGE-SUB) TO WS-EDIT-COUNT-8C
006820     MOVE SPACES TO WS-REPORT-LINE
006830     MOVE 1 TO WS-STRING-POINTER
006840     STRING "RANGE " CT-RANGE-ID(WS-JUDGE-SUB)
006850            " ADDED=" WS-EDIT-COUNT-8
006860            " CHANGED=" WS-EDIT-COUNT-8B
006870            " DROPPED=" WS-EDIT-COUNT-8C
006880            " - " WS-REASON-TEXT
006890            DELIMITED BY SIZE INTO WS-REPORT-LINE
006900            WITH POINTER WS-STRING-POINTER
006910     MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
006920     WRITE CHANGE-REPORT-RECORD.
006930 6100-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    6200-CHECK-SOURCES - A DERIVED RANGE MOVES WHEN EITHER
006980*    SOURCE MOVES. A SOURCE COUNTS AS MOVED WHEN IT SENT DELTA
006990*    RECORDS OF ITS OWN TONIGHT OR ITS CARD WAS MAINTAINED SINCE
007000*    THE DERIVED RANGE'S PRIOR RUN. ONE LEVEL ONLY - A SOURCE
007010*    THAT IS ITSELF DERIVED EXPLAINS ITS OWN DELTAS ON ITS OWN
007020*    LINE.
007030*****************************************************************
007040 6200-CHECK-SOURCES.
007050     SET WS-SOURCE-DID-NOT-MOVE TO TRUE
007060     MOVE SPACES TO WS-MOVED-SOURCE-ID
007070     MOVE CT-SOURCE-A-ID(WS-JUDGE-SUB) TO WS-SEARCH-RANGE-ID
007080     PERFORM 6300-CHECK-ONE-SOURCE THRU 6300-EXIT
007090     IF WS-SOURCE-DID-NOT-MOVE
007100         MOVE CT-SOURCE-B-ID(WS-JUDGE-SUB) TO WS-SEARCH-RANGE-ID
007110         PERFORM 6300-CHECK-ONE-SOURCE THRU 6300-EXIT
007120     END-IF
007130     IF WS-SOURCE-DID-NOT-MOVE AND
007140        CT-SOURCE-JOURNAL-COUNT(WS-JUDGE-SUB) IS GREATER THAN ZERO
007150         SET WS-SOURCE-MOVED TO TRUE
007160         MOVE "A OR B" TO WS-MOVED-SOURCE-ID
007170     END-IF.
007180 6200-EXIT.
007190     EXIT.
007200
007210 6300-CHECK-ONE-SOURCE.
007220     PERFORM 7100-FIND-RANGE THRU 7100-EXIT
007230     IF WS-RANGE-WAS-FOUND
007240         IF CT-ADDED-COUNT(WS-FOUND-SUB)
007250                + CT-CHANGED-COUNT(WS-FOUND-SUB)
007260                + CT-DROPPED-COUNT(WS-FOUND-SUB)
007270                IS GREATER THAN ZERO
007280             SET WS-SOURCE-MOVED TO TRUE
007290             MOVE WS-SEARCH-RANGE-ID TO WS-MOVED-SOURCE-ID
007300         END-IF
007310     END-IF.
007320 6300-EXIT.
007330     EXIT.
007340
007350*****************************************************************
007360*    7000-FIND-OR-ADD-RANGE - LOOK THE RANGE UP IN THE CHANGE
007370*    TABLE, ADDING IT ON FIRST SIGHT. A TABLE TOO SMALL FOR THE
007380*    NIGHT IS REPORTED - THE RANGES THAT DID NOT FIT GO
007390*    UNJUDGED, AND THAT IS NOT A CLEAN RECONCILIATION.
007400*****************************************************************
007410 7000-FIND-OR-ADD-RANGE.
007420     PERFORM 7100-FIND-RANGE THRU 7100-EXIT
007430     IF WS-RANGE-NOT-FOUND
007440         IF WS-CHANGE-COUNT IS LESS THAN MAX-CHANGE-ENTRIES
007450             ADD 1 TO WS-CHANGE-COUNT
007460             MOVE WS-CHANGE-COUNT TO WS-FOUND-SUB
007470             SET WS-RANGE-WAS-FOUND TO TRUE
007480             MOVE WS-SEARCH-RANGE-ID
007490                 TO CT-RANGE-ID(WS-CHANGE-COUNT)
007500             MOVE SPACE TO CT-DERIVE-CODE(WS-CHANGE-COUNT)
007510             MOVE SPACES TO CT-SOURCE-A-ID(WS-CHANGE-COUNT)
007520             MOVE SPACES TO CT-SOURCE-B-ID(WS-CHANGE-COUNT)
007530             MOVE SPACE TO CT-REFRESH-SWITCH(WS-CHANGE-COUNT)
007540             MOVE ZERO TO CT-ADDED-COUNT(WS-CHANGE-COUNT)
007550             MOVE ZERO TO CT-CHANGED-COUNT(WS-CHANGE-COUNT)
007560             MOVE ZERO TO CT-DROPPED-COUNT(WS-CHANGE-COUNT)
007570             MOVE ZERO TO CT-RUN-COUNT(WS-CHANGE-COUNT)
007580             MOVE ZERO TO CT-PRIOR-STAMP(WS-CHANGE-COUNT)
007590             MOVE ZERO TO CT-LAST-STAMP(WS-CHANGE-COUNT)
007600             MOVE ZERO TO CT-OWN-JOURNAL-COUNT(WS-CHANGE-COUNT)
007610             MOVE ZERO TO CT-SOURCE-JOURNAL-COUNT(WS-CHANGE-COUNT)
007620             MOVE SPACES TO CT-JOURNAL-USER(WS-CHANGE-COUNT)
007630             MOVE ZERO TO CT-JOURNAL-DATE(WS-CHANGE-COUNT)
007640             MOVE ZERO TO CT-OVR-EXPIRED-COUNT(WS-CHANGE-COUNT)
007650             MOVE ZERO TO CT-OVR-EXPIRY-DATE(WS-CHANGE-COUNT)
007660         ELSE
007670             IF NOT WS-CHANGE-TABLE-FULL
007680                 SET WS-CHANGE-TABLE-FULL TO TRUE
007690                 PERFORM 8000-NOTE-EXCEPTION THRU 8000-EXIT
007700                 DISPLAY "CHANGE TABLE EXCEEDS "
007710                     MAX-CHANGE-ENTRIES
007720                     " RANGES - RAISE MAX-CHANGE-ENTRIES"
007730             END-IF
007740         END-IF
007750     END-IF.
007760 7000-EXIT.
007770     EXIT.
007780
007790 7100-FIND-RANGE.
007800     SET WS-RANGE-NOT-FOUND TO TRUE
007810     MOVE ZERO TO WS-FOUND-SUB
007820     PERFORM 7200-CHECK-ONE-ENTRY THRU 7200-EXIT
007830         VARYING WS-CHANGE-SUB FROM 1 BY 1
007840             UNTIL WS-CHANGE-SUB GREATER THAN WS-CHANGE-COUNT
007850                OR WS-RANGE-WAS-FOUND.
007860 7100-EXIT.
007870     EXIT.
007880
007890 7200-CHECK-ONE-ENTRY.
007900     IF CT-RANGE-ID(WS-CHANGE-SUB) EQUAL TO WS-SEARCH-RANGE-ID
007910         SET WS-RANGE-WAS-FOUND TO TRUE
007920         MOVE WS-CHANGE-SUB TO WS-FOUND-SUB
007930     END-IF.
007940 7200-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980*    8000-NOTE-EXCEPTION - BOOKKEEPING COMMON TO EVERY FINDING
007990*    THAT MEANS THE FEED SHOULD BE HELD: POST RC 4. THE CALLER
008000*    WRITES ITS OWN MESSAGE TEXT.
008010*****************************************************************
008020 8000-NOTE-EXCEPTION.
008030     IF 4 IS GREATER THAN WS-WORST-RC
008040         MOVE 4 TO WS-WORST-RC
008050     END-IF.
008060 8000-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    9000-WRITE-RUN-TOTALS
008110*****************************************************************
008120 9000-WRITE-RUN-TOTALS.
008130     MOVE SPACES TO CHANGE-REPORT-RECORD
008140     WRITE CHANGE-REPORT-RECORD
008150     COMPUTE WS-EXPLAINED-COUNT =
008160         WS-CHANGED-RANGE-COUNT - WS-UNEXPLAINED-COUNT
008170     MOVE WS-DELTA-TOTAL        TO WS-EDIT-COUNT-8
008180     MOVE WS-JOURNAL-READ-COUNT TO WS-EDIT-COUNT-8B
008190     MOVE SPACES TO WS-REPORT-LINE
008200     MOVE 1 TO WS-STRING-POINTER
008210     STRING "TOTALS - DELTA RECORDS=" WS-EDIT-COUNT-8
008220            "  JOURNAL ENTRIES READ=" WS-EDIT-COUNT-8B
008230            "  RANGES CHANGED=" WS-CHANGED-RANGE-COUNT
008240            "  EXPLAINED=" WS-EXPLAINED-COUNT
008250            "  UNEXPLAINED=" WS-UNEXPLAINED-COUNT
008260            DELIMITED BY SIZE INTO WS-REPORT-LINE
008270            WITH POINTER WS-STRING-POINTER
008280     MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD
008290     WRITE CHANGE-REPORT-RECORD
008300     IF WS-WORST-RC IS GREATER THAN ZERO
008310         MOVE "*** CHANGES NOT ACCOUNTED FOR - HOLD THE FEED UNTIL
008320-             " THEY ARE EXPLAINED ***" TO CHANGE-REPORT-RECORD
008330         WRITE CHANGE-REPORT-RECORD
008340     ELSE
008350         MOVE "EVERY CHANGED RANGE IS ACCOUNTED FOR"
008360             TO CHANGE-REPORT-RECORD
008370         WRITE CHANGE-REPORT-RECORD
008380     END-IF.
008390 9000-EXIT.
008400     EXIT.
008410
008420*****************************************************************
008430*    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
008440*    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. THE
008450*    UNEXPLAINED RANGES GO IN AS RECON MISMATCHES, AND ANY RC
008460*    ABOVE ZERO IS THE SAME HOLD-THE-FEED CALL CHGRPT MAKES.
008470*    THE STEP NAME MUST MATCH THE MULTTAB JCL. A RUNSTAT THAT
008480*    WILL NOT OPEN NEVER CHANGES THE RUN'S RC.
008490*****************************************************************
008500 9800-POST-RUN-STATUS.
008510     OPEN EXTEND RUN-STATUS-FILE
008520     IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
008530         DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
008540             " - NO TURNOVER POSTING"
008550         GO TO 9800-EXIT
008560     END-IF
008570     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
008580     MOVE SPACES TO RUN-STATUS-RECORD
008590     MOVE "MULTTAB"  TO RS-JOB-NAME
008600     MOVE "STEP012"  TO RS-STEP-NAME
008610     MOVE "MULTCHG"  TO RS-PROGRAM-ID
008620     MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
008630     MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
008640     MOVE WS-WORST-RC TO RS-RETURN-CODE
008650     MOVE ZERO TO RS-REJECT-COUNT
008660     MOVE ZERO TO RS-OVERFLOW-COUNT
008670     MOVE ZERO TO RS-THRESHOLD-COUNT
008680     MOVE WS-UNEXPLAINED-COUNT TO RS-RECON-COUNT
008690     MOVE ZERO TO RS-PURGED-COUNT
008700     MOVE ZERO TO RS-ACK-SHORT-COUNT
008710     MOVE 'N' TO RS-HOLD-FEED-SWITCH
008720     IF WS-WORST-RC IS GREATER THAN ZERO
008730         MOVE 'Y' TO RS-HOLD-FEED-SWITCH
008740         IF WS-UNEXPLAINED-COUNT IS GREATER THAN ZERO
008750             MOVE "CHANGES NOT ACCOUNTED FOR - SEE CHGRPT"
008760                 TO RS-HOLD-REASON
008770         ELSE
008780             MOVE "DELTA FEED OR JOURNAL NOT TRUSTED"
008790                 TO RS-HOLD-REASON
008800         END-IF
008810     END-IF
008820     WRITE RUN-STATUS-RECORD
008830     CLOSE RUN-STATUS-FILE.
008840 9800-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
008890*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
008900*    BACK CONTROL.
008910*****************************************************************
008920 9900-TERMINATE-RUN.
008930     CLOSE CONTROL-FILE
008940     CLOSE DELTA-FILE
008950     CLOSE AUDIT-FILE
008960     IF WS-JOURNAL-IS-OPEN
008970         CLOSE JOURNAL-FILE
008980     END-IF
008990     CLOSE CHANGE-REPORT-FILE
009000     PERFORM 9800-POST-RUN-STATUS THRU 9800-EXIT
009010     MOVE WS-WORST-RC TO RETURN-CODE.
009020 9900-EXIT.
009030     EXIT.
009040
009050 END PROGRAM MULTCHG.
