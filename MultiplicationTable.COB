001347*                    RANGE. MULTAUD'S FIXED COLUMNS ARE
001348*                    UNTOUCHED - THE FIELD SITS IN ITS
001349*                    INFORMATIONAL TAIL.
      *    10/15/2026  JK  EVERY MASTER ROW REPLACED (5250) OR DROPPED
      *                    (5350) IS FIRST COPIED TO THE NEW KEYED
      *                    CELL HISTORY FILE (MASTHIST) WITH ITS
      *                    EFFECTIVE-FROM/TO RUN DATES, SO MULTINQ
      *                    AND MULTONL CAN ANSWER "AS OF" A PAST
      *                    DATE. A HISTORY FAILURE IS RC 4 AND NEVER
      *                    HOLDS BACK THE FEED. MULTHKP AGES IT OUT.
      *    10/15/2026  JK  THE RUN POSTS ONE RECORD TO THE SHARED
      *                    RUN-STATUS FILE (RUNSTAT) AS IT ENDS - RC,
      *                    REJECTS, OVERFLOWS, THRESHOLD VIOLATIONS,
      *                    RECON MISMATCHES AND THE HOLD-THE-FEED CALL -
      *                    FOR THE MULTTOV SHIFT-TURNOVER PAGE.
      *    10/15/2026  JK  PARALLEL RUN STREAMS. AN OPTIONAL STRMPARM
      *                    CARD NAMES ONE STREAM (1-9) - ONLY THAT
      *                    STREAM'S CARDS (CONTROL CARD COL 61) ARE
      *                    BUILT, INTO THE STREAM'S OWN TABLEOUT,
      *                    INTFOUT, DELTAOUT, CKPTFILE AND AUDITLOG -
      *                    OR D, THE DERIVED PASS, WHICH BUILDS ONLY
      *                    THE DERIVED RANGES THAT MUST WAIT FOR A
      *                    SOURCE LOADED BY ANOTHER STREAM. THE FEED
      *                    TRAILERS CARRY THE STREAM SO THE MULTMRG
      *                    MERGE CAN BALANCE EACH ONE. NO STRMPARM
      *                    RUNS THE WHOLE DECK AS BEFORE.
      *    10/15/2026  JK  APPROVED CELL OVERRIDES. A LIVE OVRFILE
      *                    ENTRY (APPROVED, NOT EXPIRED) REPLACES ITS
      *                    CELL'S COMPUTED OR COMBINED VALUE, AND THE
      *                    CELL IS FLAGGED 'O' ON THE MASTER (RECORD
      *                    429 TO 479), TABLEOUT/REFIN (408 TO 458)
      *                    AND INTFOUT. THE NEW OVRRPT LISTS EVERY
      *                    OVERRIDE APPLIED, EXPIRED, AWAITING
      *                    APPROVAL OR ORPHANED. THE THRESHOLD CHECK
      *                    AND THE RECONCILIATION LIST AN OVERRIDDEN
      *                    CELL BUT DO NOT COUNT IT AGAINST THE RANGE.
      *    10/15/2026  JK  OWNING DEPARTMENT (CONTROL COLS 62-67)
      *                    CARRIED ON THE TABLEOUT HEADER AND THE
      *                    AUDIT LINE. THE AUDIT LINE (132 TO 160
      *                    BYTES) ALSO GAINS THE RANGE'S REPORT PAGES
      *                    AND FEED RECORDS (INTFOUT PLUS DELTAOUT)
      *                    FOR THE MONTHLY MULTCBK CHARGEBACK.
      *    10/15/2026  JK  NOTE ADDED THAT THE NEW MULTRPR REPRINT
      *                    COPIES THE 6500-7150 REPORT AND CSV LAYOUT.
      *    10/15/2026  JK  INTFOUT AND DELTAOUT TRAILERS CARRY THE RUN
      *                    DATE (COLS 21-26) SO MULTMRG CAN TURN AWAY
      *                    A STREAM PARTIAL LEFT FROM AN EARLIER NIGHT.
      *    10/15/2026  JK  AN OVERRIDE IS LISTED AND COUNTED APPLIED
      *                    ONLY WHEN ITS RANGE IS PUBLISHED; A REJECTED
      *                    RANGE'S LIVE OVERRIDES ARE LISTED AS NOT
      *                    APPLIED.
001350*****************************************************************
001351 IDENTIFICATION DIVISION.
001352 PROGRAM-ID.    MULT-TABLE.
001730         ACCESS MODE IS RANDOM
001740         RECORD KEY IS TM-MASTER-KEY
001750         FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HISTORY-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT STREAM-PARM-FILE ASSIGN TO "STRMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "OVRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-OVERRIDE-KEY
               FILE STATUS IS WS-OVR-FILE-STATUS.
           SELECT OVERRIDE-RPT-FILE ASSIGN TO "OVRRPT"
               ORGANIZATION IS SEQUENTIAL.
001760
001770 DATA DIVISION.
001780 FILE SECTION.
001850 FD  TABLE-OUT-FILE
001860     RECORDING MODE IS F
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 458 CHARACTERS.
001890     COPY MTTBLREC.
001900
001910 FD  ERROR-REPORT-FILE
002090 FD  AUDIT-FILE
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 160 CHARACTERS.
002130 01  AUDIT-RECORD                    PIC X(160).
002140
002150 FD  REFERENCE-FILE
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 458 CHARACTERS.
002190     COPY MTTBLREC REPLACING LEADING ==TOR== BY ==RR==.
002200
002210 FD  RECON-RPT-FILE
002600         88  SR-STOP-REQUESTED       VALUE 'STOP'.
002610     05  FILLER                  PIC X(76).
002620
002621 FD  STREAM-PARM-FILE
002622     RECORDING MODE IS F
002623     LABEL RECORDS ARE STANDARD
002624     RECORD CONTAINS 80 CHARACTERS.
002625 01  STREAM-PARM-RECORD.
002626     05  SM-RUN-STREAM           PIC X(01).
002627     05  FILLER                  PIC X(79).
002628
002630 FD  INTERFACE-FILE
002640     RECORDING MODE IS F
002650     LABEL RECORDS ARE STANDARD
002760         10  XT-PRODUCT          PIC 9(08).
002770         10  XT-EFFECTIVE-DATE   PIC 9(06).
002780         10  XT-OPERATION-CODE   PIC X(01).
002790         10  XT-OVERRIDE-FLAG    PIC X(01).
002793             88  XT-CELL-OVERRIDDEN  VALUE 'O'.
002796         10  FILLER              PIC X(51).
002800     05  XT-TRAILER-AREA REDEFINES XT-DATA.
002810         10  XT-T-RECORD-COUNT   PIC 9(08).
002820         10  XT-T-STREAM-NUMBER  PIC X(01).
               10  FILLER              PIC X(10).
               10  XT-T-RUN-DATE       PIC 9(06).
               10  FILLER              PIC X(54).
002822
002823 FD  DELTA-FILE
002824     RECORDING MODE IS F
002844         10  FILLER              PIC X(43).
002845     05  DL-TRAILER-AREA REDEFINES DL-DATA.
002846         10  DL-T-RECORD-COUNT   PIC 9(08).
002847         10  DL-T-STREAM-NUMBER  PIC X(01).
               10  FILLER              PIC X(10).
               10  DL-T-RUN-DATE       PIC 9(06).
               10  FILLER              PIC X(54).
002848
002849 FD  TABLE-MASTER-FILE
002850     RECORD CONTAINS 479 CHARACTERS.
002860     COPY MTMSTREC.
002870
       FD  HISTORY-FILE
           RECORD CONTAINS 452 CHARACTERS.
           COPY MTHSTREC.
      
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY MTSTSREC.
      
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY MTOVRREC.
      
       FD  OVERRIDE-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OVERRIDE-RPT-RECORD            PIC X(132).
      
002880 WORKING-STORAGE SECTION.
002890*****************************************************************
002900*    SWITCHES
004319 77  WS-OVERFLOW-COUNT          PIC 9(06)  VALUE ZERO.
004320
004330*****************************************************************
004331*    RUN-STATUS POSTING - WHOLE-RUN TOTALS OF THE PER-RANGE
004332*    COUNTS, CARRIED FOR THE ONE RUNSTAT RECORD 9800 WRITES.
004333*****************************************************************
004334 77  WS-STAT-FILE-STATUS        PIC X(02).
004335 77  WS-RUN-REJECT-COUNT        PIC 9(06)  VALUE ZERO.
004336 77  WS-RUN-VIOL-COUNT          PIC 9(06)  VALUE ZERO.
004337 77  WS-RUN-MISMATCH-COUNT      PIC 9(06)  VALUE ZERO.
004338
004339*****************************************************************
004340*    PRINTED-REPORT PAGINATION WORK AREAS
004350*****************************************************************
004360 77  DEFAULT-LINES-PER-PAGE     PIC 99     VALUE 20.
004620 77  WS-AUDIT-STATUS             PIC X(09).
004630
004640*****************************************************************
      *    CHARGEBACK MEASURES - THE OWNING DEPARTMENT OFF THE CARD
      *    AND WHAT THE RANGE COST TONIGHT. PAGE NUMBERS AND THE FEED
      *    COUNTS RUN CONTINUOUSLY ACROSS THE BATCH, SO EACH RANGE'S
      *    SHARE IS TAKEN AS THE GROWTH SINCE THE RANGE STARTED.
      *****************************************************************
       77  WS-OWNER-CODE               PIC X(06) VALUE SPACES.
       77  WS-RANGE-START-PAGE         PIC 9(04) VALUE ZERO.
       77  WS-RANGE-START-FEED         PIC 9(09) VALUE ZERO.
       77  WS-RANGE-PAGE-COUNT         PIC 9(04) VALUE ZERO.
       77  WS-RANGE-FEED-COUNT         PIC 9(08) VALUE ZERO.
      
      *****************************************************************
004650*    RECONCILIATION WORK AREAS - THE REF TOTALS ARE ACCUMULATED
004660*    FROM THE REFIN DETAIL RECORDS AND BALANCED AGAINST THAT
004670*    RANGE'S TRAILER.
005090*****************************************************************
005100*    EVERY RANGE-ID ON TONIGHT'S DECK, CAPTURED BY THE COUNT
005110*    PASS - THE RECONCILIATION SCAN CHECKS FOREIGN HEADERS
005120*    AGAINST THIS LIST. EACH ENTRY ALSO KEEPS THE RANGE'S RUN
005122*    STREAM AND, FOR A DERIVED RANGE, ITS TWO SOURCES - A
005124*    STREAM RUN WORKS OUT FROM THEM WHICH DERIVED RANGES MUST
005126*    WAIT FOR THE DERIVED PASS.
005130*****************************************************************
005140 01  DECK-ID-TABLE.
005150     05  DECK-ID-ENTRY           OCCURS 100 TIMES.
005151         10  DECK-RANGE-ID       PIC X(08).
005152         10  DECK-STREAM         PIC X(01).
005153         10  DECK-SOURCE-A-ID    PIC X(08).
005154         10  DECK-SOURCE-B-ID    PIC X(08).
005155         10  DECK-WAIT-SWITCH    PIC X(01).
005156             88  DECK-RANGE-WAITS           VALUE 'Y'.
005160 77  WS-DECK-ID-COUNT            PIC 9(03) VALUE ZERO.
005170 77  WS-DECK-ID-SUB              PIC 9(03).
005180 01  WS-ON-DECK-SWITCH           PIC X(01) VALUE 'N'.
005230     88  WS-DECK-IDS-INCOMPLETE             VALUE 'N'.
005240
005250*****************************************************************
      *    RUN STREAM WORK AREAS - STRMPARM COL 1 NAMES THE ONE STREAM
      *    THIS RUN BUILDS (1-9), OR D FOR THE DERIVED PASS THAT RUNS
      *    ONCE EVERY STREAM HAS ENDED. NO STRMPARM, OR A BLANK CARD,
      *    RUNS THE WHOLE DECK AS ONE STREAM. A CARD'S OWN STREAM IS
      *    COL 61, BLANK MEANING STREAM 1.
      *****************************************************************
       77  WS-STRM-FILE-STATUS         PIC X(02).
       77  WS-RUN-STREAM               PIC X(01) VALUE SPACE.
           88  WS-RUNNING-WHOLE-DECK              VALUE ' '.
           88  WS-RUNNING-DERIVED-PASS            VALUE 'D'.
           88  WS-RUNNING-ONE-STREAM              VALUES '1' THRU '9'.
       77  WS-CARD-STREAM              PIC X(01).
       77  WS-WAIT-SOURCE-ID           PIC X(08).
       77  WS-WAIT-SUB                 PIC 9(03).
       01  WS-STREAM-PARM-SWITCH       PIC X(01) VALUE 'Y'.
           88  WS-STREAM-PARM-GOOD                VALUE 'Y'.
           88  WS-STREAM-PARM-BAD                 VALUE 'N'.
       01  WS-CARD-SELECT-SWITCH       PIC X(01) VALUE 'Y'.
           88  WS-CARD-IS-SELECTED                VALUE 'Y'.
           88  WS-CARD-NOT-SELECTED               VALUE 'N'.
       01  WS-CARD-WAIT-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-CARD-MUST-WAIT                  VALUE 'Y'.
           88  WS-CARD-NEED-NOT-WAIT              VALUE 'N'.
      
      *****************************************************************
005260*    COSTING INTERFACE EXTRACT WORK AREAS - THE COUNT COVERS
005270*    EVERY DETAIL RECORD ON THE TRANSMISSION, ALL RANGES. THE
005280*    EXTRACT SWITCH DROPS ON AN I/O FAILURE SO THE COUNT CAN
005550     COPY MTMSTREC REPLACING LEADING ==TM== BY ==PM==
              ==TABLE-MASTER-RECORD== BY ==PRIOR-MASTER-RECORD==.
005551
      *****************************************************************
      *    CELL HISTORY WORK AREAS - THE ROW 5500 READS BACK BEFORE
      *    TONIGHT'S OVERLAY IS HELD IN THE PM AREA WHETHER OR NOT
      *    THE DELTA WANTS IT; ONCE THE REPLACE OR DROP SUCCEEDS THE
      *    HELD ROW GOES TO MASTHIST, GOOD FROM ITS OWN RUN DATE UP
      *    TO TONIGHT. THE HISTORY SWITCH DROPS ON AN I/O FAILURE -
      *    HISTORY IS AN INQUIRY AID AND NEVER STOPS THE LOAD.
      *****************************************************************
       77  WS-HIST-FILE-STATUS        PIC X(02).
       77  WS-HIST-WRITTEN-COUNT      PIC 9(06)  VALUE ZERO.
       77  WS-EDIT-HIST-COUNT         PIC Z(05)9.
       01  WS-HIST-SWITCH             PIC X(01)  VALUE 'Y'.
           88  WS-HIST-IS-ON                     VALUE 'Y'.
           88  WS-HIST-IS-OFF                    VALUE 'N'.
       01  WS-HIST-HELD-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-HIST-ROW-HELD                  VALUE 'Y'.
           88  WS-HIST-ROW-NOT-HELD              VALUE 'N'.
      
      *****************************************************************
      *    CELL OVERRIDE WORK AREAS - EACH RANGE'S LIVE OVERRIDES
      *    (APPROVED, NOT EXPIRED) ARE LOADED FROM OVRFILE INTO THE
      *    OT TABLE BEFORE THE RANGE IS BUILT, MATCHED TO CELLS BY
      *    ROW/COLUMN OPERAND, AND MARKED APPLIED AS THEY LAND, WITH
      *    THE VALUE THE ARITHMETIC GAVE - THEY ARE ONLY LISTED AND
      *    COUNTED ONCE THE RANGE IS PUBLISHED (4690). THE
      *    OM GRID SHADOWS MTABLE - 'O' MARKS A CELL WHOSE VALUE IS
      *    AN OVERRIDE - AND FEEDS THE FLAGS ON THE MASTER, TABLEOUT
      *    AND INTFOUT. THE HOLD SWITCH IS SET WHEN AN OVERRIDE THAT
      *    SHOULD HAVE BEEN APPLIED COULD NOT BE (FILE FAILURE, TOO
      *    MANY ON ONE RANGE) - COSTING WOULD GET THE ARITHMETIC FOR
      *    A CELL IT AGREED A DIFFERENT VALUE FOR.
      *****************************************************************
       77  WS-OVR-FILE-STATUS         PIC X(02).
       77  MAX-OVERRIDE-ENTRIES       PIC 9(03)  VALUE 100.
       01  OVERRIDE-TABLE.
           05  OT-ENTRY OCCURS 100 TIMES.
               10  OT-APPLIED-SWITCH  PIC X(01).
                   88  OT-WAS-APPLIED     VALUE 'Y'.
                   88  OT-NOT-APPLIED     VALUE 'N'.
               10  OT-RECORD.
                   15  OT-RANGE-ID    PIC X(08).
                   15  OT-ROW-NUMBER  PIC 9(02).
                   15  OT-COLUMN-NUMBER PIC 9(02).
                   15  OT-OVERRIDE-VALUE PIC 9(08).
                   15  FILLER         PIC X(60).
               10  OT-COMPUTED-VALUE  PIC 9(08).
       77  WS-RANGE-OVR-COUNT         PIC 9(03)  VALUE ZERO.
       77  WS-OVR-SUB                 PIC 9(03).
       01  OVERRIDE-MARKS.
           05  OM-ROW OCCURS 50 TIMES.
               10  OM-CELL-FLAG       PIC X(01) OCCURS 50 TIMES.
                   88  OM-CELL-OVERRIDDEN VALUE 'O'.
       77  WS-OVR-COMPUTED            PIC 9(08).
       77  WS-OVR-STATUS-TEXT         PIC X(09).
       77  WS-OVR-NOTE                PIC X(50).
       77  WS-OVR-APPLIED-COUNT       PIC 9(06)  VALUE ZERO.
       77  WS-OVR-EXPIRED-COUNT       PIC 9(06)  VALUE ZERO.
       77  WS-OVR-PENDING-COUNT       PIC 9(06)  VALUE ZERO.
       77  WS-OVR-ORPHAN-COUNT        PIC 9(06)  VALUE ZERO.
       77  WS-OVR-SKIPPED-COUNT       PIC 9(06)  VALUE ZERO.
       77  WS-OVR-REJECTED-COUNT      PIC 9(06)  VALUE ZERO.
       77  WS-EDIT-OVR-COUNT          PIC Z(05)9.
       01  WS-OVR-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
           88  WS-OVR-IS-ON                      VALUE 'Y'.
           88  WS-OVR-IS-OFF                     VALUE 'N'.
       01  WS-OVR-OPEN-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-OVR-FILE-OPENED                VALUE 'Y'.
       01  WS-OVR-READ-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-OVR-READ-DONE                  VALUE 'Y'.
           88  WS-OVR-READ-NOT-DONE              VALUE 'N'.
       01  WS-OVR-HOLD-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-OVR-HOLD-FEED                  VALUE 'Y'.
      
005552 PROCEDURE DIVISION.
005553*****************************************************************
005554*    0000-MAINLINE
005660*****************************************************************
005670 1000-INITIALIZE-RUN.
005680     OPEN INPUT  CONTROL-FILE
005685     PERFORM 1170-READ-STREAM-PARM THRU 1170-EXIT
005690     PERFORM 1200-COUNT-CONTROL-RANGES THRU 1200-EXIT
005700     CLOSE CONTROL-FILE
005710     MOVE 'N' TO WS-EOF-SWITCH
005711*    A STREAM RUN COUNTS ONLY ITS OWN CARDS, AND ONLY ONCE THE
005712*    WHOLE DECK'S STREAMS AND SOURCES ARE KNOWN.
005713     IF NOT WS-RUNNING-WHOLE-DECK OR WS-STREAM-PARM-BAD
005714         PERFORM 1500-PLAN-STREAM-RUN THRU 1500-EXIT
005715     END-IF
005720     OPEN INPUT  CONTROL-FILE
005730     OPEN OUTPUT TABLE-OUT-FILE
005740     OPEN OUTPUT ERROR-REPORT-FILE
005790     OPEN INPUT  REFERENCE-FILE
005800     OPEN OUTPUT INTERFACE-FILE
005802     OPEN OUTPUT DELTA-FILE
005806     OPEN OUTPUT OVERRIDE-RPT-FILE
005810     PERFORM 1150-OPEN-TABLE-MASTER THRU 1150-EXIT
005820     PERFORM 1160-OPEN-HISTORY-FILE THRU 1160-EXIT
005830     PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT
005832     PERFORM 1400-LOAD-LIMITS THRU 1400-EXIT
005840     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
005900     ELSE
005910         ADD 1 TO WS-DAY-OF-WEEK
005920     END-IF
005925     PERFORM 1180-OPEN-OVERRIDE-FILE THRU 1180-EXIT
005930     MOVE WS-RANGE-TOTAL TO WS-EDIT-RANGE-TOT
005940     DISPLAY "MULT-TABLE STARTING - " WS-EDIT-RANGE-TOT
005950         " RANGES ON THE DECK" UPON OPERATOR-CONSOLE
005951     IF NOT WS-RUNNING-WHOLE-DECK
005952         DISPLAY "MULT-TABLE RUNNING STREAM " WS-RUN-STREAM
005953             " ONLY - THE RANGE COUNT IS THIS STREAM'S"
005954             UPON OPERATOR-CONSOLE
005955     END-IF.
005960 1000-EXIT.
005970     EXIT.
005980
006177     PERFORM 1100-CHECK-MAST-STATUS THRU 1100-EXIT.
006178 1150-EXIT.
006179     EXIT.
      
      *****************************************************************
      *    1160-OPEN-HISTORY-FILE - THE CELL HISTORY FILE IS OPENED
      *    FOR UPDATE THE SAME WAY AS THE MASTER - A NEVER-WRITTEN
      *    CLUSTER (STATUS 35) FALLS BACK TO OPEN OUTPUT. ANY OTHER
      *    FAILURE TURNS HISTORY OFF FOR THE RUN WITH AN RC 4
      *    WARNING - THE TABLES, MASTER AND FEEDS STILL GO OUT.
      *****************************************************************
       1160-OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-FILE-STATUS EQUAL TO "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT EQUAL TO "00"
               DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
                   " IS NOT OK - SEE MASTHIST - NO HISTORY KEPT"
                   " THIS RUN" UPON OPERATOR-CONSOLE
               SET WS-HIST-IS-OFF TO TRUE
               IF 4 IS GREATER THAN WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.
       1160-EXIT.
           EXIT.
      
      *****************************************************************
      *    1170-READ-STREAM-PARM - ONE CARD, COL 1 THE STREAM THIS RUN
      *    BUILDS: 1-9 ONE STREAM, D THE DERIVED PASS. NO STRMPARM
      *    DATASET, AN EMPTY ONE OR A BLANK COLUMN RUNS THE WHOLE DECK
      *    EXACTLY AS BEFORE STREAMS EXISTED. ANYTHING ELSE BUILDS
      *    NOTHING AND POSTS RC 16 - A MISPUNCHED CARD MUST NEVER BE
      *    GUESSED INTO SOME OTHER STREAM'S RANGES, AND THE TRAILERS
      *    IT WITHHOLDS THEN FAIL THE MERGE.
      *****************************************************************
       1170-READ-STREAM-PARM.
           OPEN INPUT STREAM-PARM-FILE
           EVALUATE WS-STRM-FILE-STATUS
           WHEN "00"
               READ STREAM-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-STRM-FILE-STATUS EQUAL TO "00"
                   MOVE SM-RUN-STREAM TO WS-RUN-STREAM
               END-IF
               IF NOT WS-RUNNING-WHOLE-DECK AND
                  NOT WS-RUNNING-DERIVED-PASS AND
                  NOT WS-RUNNING-ONE-STREAM
                   SET WS-STREAM-PARM-BAD TO TRUE
                   DISPLAY "STRMPARM STREAM '" WS-RUN-STREAM
                       "' IS NOT 1-9, D OR BLANK - NOTHING BUILT"
                       " THIS RUN"
                       UPON OPERATOR-CONSOLE
                   IF 16 IS GREATER THAN WS-WORST-RC
                       MOVE 16 TO WS-WORST-RC
                   END-IF
               END-IF
               CLOSE STREAM-PARM-FILE
           WHEN "35"
      *        NO STRMPARM DATASET IS THE SINGLE-STREAM NIGHT
               CONTINUE
           WHEN OTHER
               SET WS-STREAM-PARM-BAD TO TRUE
               DISPLAY "STRMPARM FILE STATUS " WS-STRM-FILE-STATUS
                   " IS NOT OK - NOTHING BUILT THIS RUN"
                   UPON OPERATOR-CONSOLE
               IF 16 IS GREATER THAN WS-WORST-RC
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-EVALUATE.
       1170-EXIT.
           EXIT.
      
      *****************************************************************
      *    1180-OPEN-OVERRIDE-FILE - HEAD THE OVERRIDE REPORT AND
      *    OPEN OVRFILE FOR THE PER-RANGE LOADS. A CLUSTER WITH
      *    NOTHING EVER ENTERED (STATUS 35) SIMPLY MEANS NO
      *    OVERRIDES; ANY OTHER FAILURE IS 4695'S HOLD-THE-FEED CASE.
      *****************************************************************
       1180-OPEN-OVERRIDE-FILE.
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           MOVE 1 TO WS-STRING-POINTER
           STRING "CELL OVERRIDE REPORT - RUN "
                  WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           IF NOT WS-RUNNING-WHOLE-DECK
               STRING " - STREAM " WS-RUN-STREAM
                      DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                      WITH POINTER WS-STRING-POINTER
           END-IF
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           OPEN INPUT OVERRIDE-FILE
           EVALUATE WS-OVR-FILE-STATUS
           WHEN "00"
               SET WS-OVR-FILE-OPENED TO TRUE
           WHEN "35"
               SET WS-OVR-IS-OFF TO TRUE
               MOVE "NO OVERRIDES ON FILE - NONE APPLIED THIS RUN"
                   TO OVERRIDE-RPT-RECORD
               WRITE OVERRIDE-RPT-RECORD
           WHEN OTHER
               PERFORM 4695-OVERRIDE-FILE-FAILED THRU 4695-EXIT
           END-EVALUATE.
       1180-EXIT.
           EXIT.
006180*****************************************************************
006181*    1200-COUNT-CONTROL-RANGES - ONE PASS OVER THE DECK SO THE
006190*    CONSOLE PROGRESS LINES CAN SAY "RANGE N OF M". THE FILE IS
006610             ADD 1 TO WS-DECK-ID-COUNT
006620             MOVE CR-RANGE-ID
006630                 TO DECK-RANGE-ID(WS-DECK-ID-COUNT)
                   PERFORM 2070-SET-CARD-STREAM THRU 2070-EXIT
                   MOVE WS-CARD-STREAM TO DECK-STREAM(WS-DECK-ID-COUNT)
                   MOVE 'N' TO DECK-WAIT-SWITCH(WS-DECK-ID-COUNT)
                   IF CR-RANGE-IS-DERIVED
                       MOVE CR-SOURCE-A-ID
                           TO DECK-SOURCE-A-ID(WS-DECK-ID-COUNT)
                       MOVE CR-SOURCE-B-ID
                           TO DECK-SOURCE-B-ID(WS-DECK-ID-COUNT)
                   ELSE
                       MOVE SPACES TO DECK-SOURCE-A-ID(WS-DECK-ID-COUNT)
                       MOVE SPACES TO DECK-SOURCE-B-ID(WS-DECK-ID-COUNT)
                   END-IF
006640         ELSE
006650             SET WS-DECK-IDS-INCOMPLETE TO TRUE
006660         END-IF
006760     EXIT.
006770
006780*****************************************************************
      *    1500-PLAN-STREAM-RUN - A STREAM RUN BUILDS ONLY ITS OWN
      *    CARDS, AND A DERIVED RANGE WHOSE SOURCE IS LOADED BY
      *    ANOTHER STREAM (OR IS ITSELF WAITING) IS HELD BACK FOR THE
      *    DERIVED PASS, WHICH THE SCHEDULER RUNS ONLY ONCE EVERY
      *    STREAM HAS ENDED - A STREAM NEVER BUILDS FROM A SOURCE
      *    ANOTHER STREAM MAY BE REPLACING AT THAT MOMENT. A DECK TOO
      *    BIG FOR THE DECK LIST CANNOT BE SPLIT SAFELY - NOTHING IS
      *    BUILT AND THE RUN POSTS RC 16. THE SECOND PASS OVER THE
      *    DECK COUNTS THIS RUN'S OWN CARDS FOR "RANGE N OF M".
      *****************************************************************
       1500-PLAN-STREAM-RUN.
           IF WS-DECK-IDS-INCOMPLETE AND WS-STREAM-PARM-GOOD
               SET WS-STREAM-PARM-BAD TO TRUE
               DISPLAY "DECK HAS MORE THAN " MAX-RANGE-TRACK
                   " RANGES - TOO MANY TO SPLIT INTO STREAMS - NOTHING"
                   " BUILT THIS RUN" UPON OPERATOR-CONSOLE
               IF 16 IS GREATER THAN WS-WORST-RC
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF
           PERFORM 1550-CHECK-RANGE-WAIT THRU 1550-EXIT
               VARYING WS-DECK-ID-SUB FROM 1 BY 1
                   UNTIL WS-DECK-ID-SUB GREATER THAN WS-DECK-ID-COUNT
           MOVE ZERO TO WS-RANGE-TOTAL
           OPEN INPUT  CONTROL-FILE
           PERFORM 1600-COUNT-STREAM-RANGE THRU 1600-EXIT
               UNTIL WS-END-OF-CONTROL-FILE
           CLOSE CONTROL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.
       1500-EXIT.
           EXIT.
      
      *****************************************************************
      *    1550-CHECK-RANGE-WAIT - ONE DECK ENTRY. ONLY A DERIVED
      *    RANGE (ONE WITH SOURCES) EVER WAITS. THE LIST IS IN DECK
      *    ORDER, SO A DERIVED RANGE BUILT FROM AN EARLIER WAITING
      *    ONE IS SEEN TO WAIT TOO.
      *****************************************************************
       1550-CHECK-RANGE-WAIT.
           IF DECK-SOURCE-A-ID(WS-DECK-ID-SUB) NOT EQUAL TO SPACES
               MOVE DECK-SOURCE-A-ID(WS-DECK-ID-SUB)
                   TO WS-WAIT-SOURCE-ID
               PERFORM 1560-CHECK-ONE-SOURCE THRU 1560-EXIT
                   VARYING WS-WAIT-SUB FROM 1 BY 1
                       UNTIL WS-WAIT-SUB GREATER THAN WS-DECK-ID-COUNT
           END-IF
           IF DECK-SOURCE-B-ID(WS-DECK-ID-SUB) NOT EQUAL TO SPACES
               MOVE DECK-SOURCE-B-ID(WS-DECK-ID-SUB)
                   TO WS-WAIT-SOURCE-ID
               PERFORM 1560-CHECK-ONE-SOURCE THRU 1560-EXIT
                   VARYING WS-WAIT-SUB FROM 1 BY 1
                       UNTIL WS-WAIT-SUB GREATER THAN WS-DECK-ID-COUNT
           END-IF.
       1550-EXIT.
           EXIT.
      
      *****************************************************************
      *    1560-CHECK-ONE-SOURCE - A SOURCE ON THE DECK IN ANOTHER
      *    STREAM, OR ONE THAT IS ITSELF WAITING, MAKES THE DERIVED
      *    RANGE WAIT. A SOURCE ON NO DECK AT ALL IS NOT LOADED
      *    TONIGHT - ITS PERSISTED MASTER ROWS ARE SAFE TO READ.
      *****************************************************************
       1560-CHECK-ONE-SOURCE.
           IF DECK-RANGE-ID(WS-WAIT-SUB) EQUAL TO WS-WAIT-SOURCE-ID
               IF DECK-STREAM(WS-WAIT-SUB) NOT EQUAL TO
                  DECK-STREAM(WS-DECK-ID-SUB) OR
                  DECK-RANGE-WAITS(WS-WAIT-SUB)
                   MOVE 'Y' TO DECK-WAIT-SWITCH(WS-DECK-ID-SUB)
               END-IF
           END-IF.
       1560-EXIT.
           EXIT.
      
       1600-COUNT-STREAM-RANGE.
           READ CONTROL-FILE
               AT END
                   SET WS-END-OF-CONTROL-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-CONTROL-FILE
               PERFORM 2060-CHECK-CARD-STREAM THRU 2060-EXIT
               IF WS-CARD-IS-SELECTED
                   ADD 1 TO WS-RANGE-TOTAL
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.
      
      *****************************************************************
006790*    1300-LOAD-PROFILES - PULL THE FORMATTING PROFILES INTO THE
006800*    TABLE. NO PROFILES DATASET AT ALL IS FINE - ONLY A RANGE
006810*    THAT NAMES A PROFILE NEEDS ONE TO EXIST. A MALFORMED
008003
008004*****************************************************************
008005*    2000-READ-CONTROL-RECORD - GET THE REQUESTED ROW/COLUMN
008006*    BOUNDS FOR THIS RUN. A STREAM RUN PASSES OVER EVERY CARD
      *    THAT IS NOT ITS OWN.
008007*****************************************************************
008008 2000-READ-CONTROL-RECORD.
008009     SET WS-CARD-NOT-SELECTED TO TRUE
008010     PERFORM 2050-READ-NEXT-CARD THRU 2050-EXIT
008011         UNTIL WS-END-OF-CONTROL-FILE OR WS-CARD-IS-SELECTED
008030     IF NOT WS-END-OF-CONTROL-FILE
008040         ADD 1 TO WS-RANGE-NUMBER
008050         MOVE CR-GUY-BOUND TO GUY-BOUND
008202*        A DERIVED RANGE'S "OPERATION" IS ITS COMBINE CODE -
008203*        IT RIDES EVERY HEADER, FEED RECORD AND AUDIT LINE
008204*        THE SAME WAY M/A/P/R DO FOR COMPUTED RANGES.
               MOVE CR-OWNER-CODE TO WS-OWNER-CODE
008205         MOVE CR-DERIVE-CODE TO WS-DERIVE-CODE
008206         MOVE CR-SOURCE-A-ID TO WS-SOURCE-A-ID
008207         MOVE CR-SOURCE-B-ID TO WS-SOURCE-B-ID
008410     EXIT.
008420
008430*****************************************************************
      *    2050-READ-NEXT-CARD - ONE CARD OFF THE DECK. ANOTHER
      *    STREAM'S CARD IS PASSED OVER, BUT ITS BLOCK ON REFIN IS
      *    WALKED PAST ALL THE SAME, OR EVERY RECON RANGE BEHIND IT
      *    WOULD FALL ONE BLOCK OUT OF STEP.
      *****************************************************************
       2050-READ-NEXT-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-END-OF-CONTROL-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-CONTROL-FILE
               PERFORM 2060-CHECK-CARD-STREAM THRU 2060-EXIT
               IF WS-CARD-NOT-SELECTED AND
                  CR-RANGE-ID NOT EQUAL TO SPACES
                   MOVE CR-RANGE-ID TO WS-RANGE-ID
                   PERFORM 9300-SKIP-REFERENCE-BLOCK THRU 9300-EXIT
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.
      
      *****************************************************************
      *    2060-CHECK-CARD-STREAM - DOES THE CARD JUST READ BELONG TO
      *    THIS RUN? THE WHOLE DECK TAKES EVERY CARD. A STREAM TAKES
      *    ITS OWN CARDS EXCEPT THE DERIVED RANGES THAT MUST WAIT;
      *    THE DERIVED PASS TAKES ONLY THOSE. A BAD STRMPARM TAKES
      *    NOTHING AT ALL.
      *****************************************************************
       2060-CHECK-CARD-STREAM.
           SET WS-CARD-NOT-SELECTED TO TRUE
           IF WS-STREAM-PARM-GOOD
               IF WS-RUNNING-WHOLE-DECK
                   SET WS-CARD-IS-SELECTED TO TRUE
               ELSE
                   PERFORM 2070-SET-CARD-STREAM THRU 2070-EXIT
                   SET WS-CARD-NEED-NOT-WAIT TO TRUE
                   IF CR-RANGE-IS-DERIVED AND
                      CR-RANGE-ID NOT EQUAL TO SPACES
                       PERFORM 2080-CHECK-CARD-WAIT THRU 2080-EXIT
                           VARYING WS-WAIT-SUB FROM 1 BY 1
                               UNTIL WS-WAIT-SUB GREATER THAN
                                         WS-DECK-ID-COUNT
                   END-IF
                   IF WS-RUNNING-DERIVED-PASS
                       IF WS-CARD-MUST-WAIT
                           SET WS-CARD-IS-SELECTED TO TRUE
                       END-IF
                   ELSE
                       IF WS-CARD-NEED-NOT-WAIT AND
                          WS-CARD-STREAM EQUAL TO WS-RUN-STREAM
                           SET WS-CARD-IS-SELECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.
      
      *****************************************************************
      *    2070-SET-CARD-STREAM - THE CARD'S STREAM, BLANK MEANING
      *    STREAM 1. A BAD STREAM NUMBER IS ALSO HANDED TO STREAM 1,
      *    WHOSE 3000 EDIT REJECTS IT - A CARD IS NEVER SILENTLY LEFT
      *    OUT OF EVERY STREAM.
      *****************************************************************
       2070-SET-CARD-STREAM.
           IF CR-STREAM-IS-VALID AND
              CR-STREAM-NUMBER NOT EQUAL TO SPACE
               MOVE CR-STREAM-NUMBER TO WS-CARD-STREAM
           ELSE
               MOVE '1' TO WS-CARD-STREAM
           END-IF.
       2070-EXIT.
           EXIT.
      
       2080-CHECK-CARD-WAIT.
           IF DECK-RANGE-ID(WS-WAIT-SUB) EQUAL TO CR-RANGE-ID AND
              DECK-RANGE-WAITS(WS-WAIT-SUB)
               SET WS-CARD-MUST-WAIT TO TRUE
           END-IF.
       2080-EXIT.
           EXIT.
      
      *****************************************************************
008440*    2200-SET-OPERATION-NAME - THE HEADING TEXT FOR EVERYTHING
008450*    THE SHOP PUBLISHES ABOUT THIS RANGE. AN UNKNOWN CODE GETS
008460*    A NAME TOO - IT SHOWS UP ON THE REJECTION MESSAGE.
008880*    GUY/GAL RANGE, THEN PICK UP THE NEXT DRIVER RECORD.
008890*****************************************************************
008900 2500-PROCESS-ONE-RANGE.
008902     MOVE WS-PAGE-NUMBER TO WS-RANGE-START-PAGE
008904     COMPUTE WS-RANGE-START-FEED =
008906         WS-EXTRACT-COUNT + WS-DELTA-COUNT
008908     MOVE ZERO TO WS-RANGE-OVR-COUNT
008910     PERFORM 3000-EDIT-BOUNDS THRU 3000-EXIT
008920     PERFORM 2400-CHECK-RANGE-DUE THRU 2400-EXIT
008930     IF WS-BOUNDS-ARE-VALID AND WS-RANGE-IS-DUE
008940         MOVE ZEROES TO MTABLE
               MOVE SPACES TO OVERRIDE-MARKS
               PERFORM 4600-LOAD-RANGE-OVERRIDES THRU 4600-EXIT
008942         IF WS-RANGE-IS-DERIVED
008944             PERFORM 4500-BUILD-DERIVED-TABLE THRU 4500-EXIT
008946         ELSE
008956*    MISMATCHED ON THE MASTER) - NOTHING IS PUBLISHED FOR A
008957*    RANGE THAT DID NOT BUILD.
008958     IF WS-BOUNDS-ARE-VALID AND WS-RANGE-IS-DUE
008959         PERFORM 4690-LIST-RANGE-OVERRIDES THRU 4690-EXIT
008960         PERFORM 5000-WRITE-TABLE-OUTPUT   THRU 5000-EXIT
008970         PERFORM 6000-DISPLAY-TABLE        THRU 6000-EXIT
008980         PERFORM 6500-WRITE-PRINTED-REPORT THRU 6500-EXIT
009048*        LINES.
009049         IF WS-RANGE-VIOL-COUNT IS GREATER THAN ZERO
009050             PERFORM 4195-ALARM-VIOLATIONS THRU 4195-EXIT
                   ADD WS-RANGE-VIOL-COUNT TO WS-RUN-VIOL-COUNT
009051         END-IF
           ELSE
               PERFORM 4685-LIST-REJECTED-OVERRIDES THRU 4685-EXIT
009053     END-IF
009060*    A SKIPPED RANGE THAT ASKED FOR RECONCILIATION STILL HAS ITS
009070*    BLOCK SITTING ON REFIN - WALK PAST IT WITHOUT COMPARING, OR
010570         SET WS-BOUNDS-ARE-INVALID TO TRUE
010575         PERFORM 3100-REJECT-BOUNDS THRU 3100-EXIT
010580     END-IF
010582     IF NOT CR-STREAM-IS-VALID
010584         SET WS-BOUNDS-ARE-INVALID TO TRUE
010586         PERFORM 3185-REJECT-STREAM THRU 3185-EXIT
010588     END-IF
010590     IF WS-RANGE-ID EQUAL TO SPACES
010600         SET WS-BOUNDS-ARE-INVALID TO TRUE
010610         PERFORM 3150-REJECT-RANGE-ID THRU 3150-EXIT
013100     EXIT.
013110
013120*****************************************************************
      *    3185-REJECT-STREAM - THE CONTROL RECORD NAMES A RUN STREAM
      *    THAT DOES NOT EXIST.
      *****************************************************************
       3185-REJECT-STREAM.
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING "REJECTED - RANGE-ID " WS-RANGE-ID
                  " STREAM '" CR-STREAM-NUMBER
                  "' IS NOT 1 THRU 9 OR BLANK"
                  DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           DISPLAY ERROR-REPORT-RECORD
           IF 4 IS GREATER THAN WS-WORST-RC
               MOVE 4 TO WS-WORST-RC
           END-IF.
       3185-EXIT.
           EXIT.
      
      *****************************************************************
013130*    3190-REJECT-OPERATION - THE CONTROL RECORD ASKS FOR AN
013140*    ARITHMETIC TABLE THIS ENGINE DOES NOT BUILD.
013150*****************************************************************
014360     WHEN OTHER
014370         MULTIPLY GUY BY GAL GIVING NUMB(GUY-SUB, GAL-SUB)
014380     END-EVALUATE
014381     PERFORM 4170-APPLY-OVERRIDE THRU 4170-EXIT
014382     PERFORM 4190-CHECK-CELL-LIMIT THRU 4190-EXIT.
014390 4150-EXIT.
014400     EXIT.
014423     EXIT.
014424
014425*****************************************************************
      *    4170-APPLY-OVERRIDE - THE CELL JUST COMPUTED OR COMBINED
      *    AGAINST THE RANGE'S LIVE OVERRIDES (LOADED BY 4600). A
      *    MATCH ON THE ROW/COLUMN OPERANDS REPLACES THE CELL WITH
      *    THE APPROVED VALUE, MARKS IT IN THE OM GRID FOR THE
      *    MASTER, TABLEOUT AND INTFOUT FLAGS, AND KEEPS THE VALUE
      *    THE ARITHMETIC GAVE. NOTHING IS LISTED OR COUNTED YET - A
      *    DERIVED RANGE CAN STILL REJECT AND PUBLISH NOTHING.
      *****************************************************************
       4170-APPLY-OVERRIDE.
           PERFORM 4175-MATCH-ONE-OVERRIDE THRU 4175-EXIT
               VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB GREATER THAN WS-RANGE-OVR-COUNT
                      OR OM-CELL-OVERRIDDEN(GUY-SUB, GAL-SUB).
       4170-EXIT.
           EXIT.
      
       4175-MATCH-ONE-OVERRIDE.
           IF OT-ROW-NUMBER(WS-OVR-SUB) NOT EQUAL TO GUY OR
              OT-COLUMN-NUMBER(WS-OVR-SUB) NOT EQUAL TO GAL
               GO TO 4175-EXIT
           END-IF
           MOVE NUMB(GUY-SUB, GAL-SUB)
               TO OT-COMPUTED-VALUE(WS-OVR-SUB)
           MOVE OT-OVERRIDE-VALUE(WS-OVR-SUB) TO NUMB(GUY-SUB, GAL-SUB)
           MOVE 'O' TO OM-CELL-FLAG(GUY-SUB, GAL-SUB)
           SET OT-WAS-APPLIED(WS-OVR-SUB) TO TRUE.
       4175-EXIT.
           EXIT.
      
      *****************************************************************
014426*    4190-CHECK-CELL-LIMIT - ONE CELL AGAINST THE RANGE'S
014427*    THRESHOLDS, CHECKED THE MOMENT THE CELL IS COMPUTED OR
014428*    COMBINED. EVERY VIOLATION IS ONE EXCPRPT LINE NAMING THE
014429*    RANGE, THE ROW/COLUMN OPERANDS, THE CELL VALUE AND THE
014430*    THRESHOLD BREACHED, AND THE RUN POSTS RC 4. A CELL
      *    CARRYING AN APPROVED OVERRIDE IS STILL LISTED, BUT 4192
      *    MARKS THE LINE AND LEAVES IT OUT OF THE COUNT - THE
      *    VALUE DIFFERS FROM THE ARITHMETIC ON PURPOSE.
014431*****************************************************************
014432 4190-CHECK-CELL-LIMIT.
014433     IF WS-CHK-LIMIT-ON AND
014434        NUMB(GUY-SUB, GAL-SUB) IS GREATER THAN WS-CHK-CELL-LIMIT
014436         MOVE SPACES TO EXCP-RPT-RECORD
               MOVE 1 TO WS-STRING-POINTER
014437         STRING "LIMIT EXCEEDED - RANGE-ID " WS-RANGE-ID
014438                " ROW " GUY-SUB " (GUY " GUY ")"
014439                " COL " GAL-SUB " (GAL " GAL ")"
014440                " VALUE " NUMB(GUY-SUB, GAL-SUB)
014441                " LIMIT " WS-CHK-CELL-LIMIT
014442                DELIMITED BY SIZE INTO EXCP-RPT-RECORD
                      WITH POINTER WS-STRING-POINTER
               PERFORM 4192-COUNT-VIOLATION THRU 4192-EXIT
014443         WRITE EXCP-RPT-RECORD
014447     END-IF
014448     IF WS-CHK-FLOOR-ON AND
014449        NUMB(GUY-SUB, GAL-SUB) IS LESS THAN WS-CHK-CELL-FLOOR
014451         MOVE SPACES TO EXCP-RPT-RECORD
               MOVE 1 TO WS-STRING-POINTER
014452         STRING "FLOOR BREACHED - RANGE-ID " WS-RANGE-ID
014453                " ROW " GUY-SUB " (GUY " GUY ")"
014454                " COL " GAL-SUB " (GAL " GAL ")"
014455                " VALUE " NUMB(GUY-SUB, GAL-SUB)
014456                " FLOOR " WS-CHK-CELL-FLOOR
014457                DELIMITED BY SIZE INTO EXCP-RPT-RECORD
                      WITH POINTER WS-STRING-POINTER
               PERFORM 4192-COUNT-VIOLATION THRU 4192-EXIT
014458         WRITE EXCP-RPT-RECORD
014462     END-IF.
014463 4190-EXIT.
014464     EXIT.
014465
       4192-COUNT-VIOLATION.
           IF OM-CELL-OVERRIDDEN(GUY-SUB, GAL-SUB)
               STRING " - APPROVED OVERRIDE, NOT COUNTED"
                      DELIMITED BY SIZE INTO EXCP-RPT-RECORD
                      WITH POINTER WS-STRING-POINTER
               GO TO 4192-EXIT
           END-IF
           ADD 1 TO WS-RANGE-VIOL-COUNT
           IF 4 IS GREATER THAN WS-WORST-RC
               MOVE 4 TO WS-WORST-RC
           END-IF.
       4192-EXIT.
           EXIT.
      
014466*****************************************************************
014467*    4195-ALARM-VIOLATIONS - ONE SUMMARY LINE ON THE OPERATOR
014468*    CONSOLE FOR A RANGE THAT FINISHED WITH VIOLATIONS, IN THE
015121                 GIVING NUMB(GUY-SUB, GAL-SUB)
015122         END-IF
015123     END-EVALUATE
           PERFORM 4170-APPLY-OVERRIDE THRU 4170-EXIT
015124     PERFORM 4190-CHECK-CELL-LIMIT THRU 4190-EXIT.
015125 4560-EXIT.
015126     EXIT.
015167     EXIT.
015168
015169*****************************************************************
      *    4600-LOAD-RANGE-OVERRIDES - EVERY OVRFILE RECORD FOR THE
      *    RANGE ABOUT TO BE BUILT, IN KEY ORDER. A LIVE ONE GOES
      *    INTO THE OT TABLE FOR 4170; ONE STILL AWAITING APPROVAL
      *    OR PAST ITS EXPIRY IS LISTED ON OVRRPT AND LEFT OUT.
      *    MORE THAN THE TABLE HOLDS CANNOT ALL BE APPLIED - THE
      *    EXCESS IS LISTED AS SKIPPED AND THE FEED IS HELD.
      *****************************************************************
       4600-LOAD-RANGE-OVERRIDES.
           MOVE ZERO TO WS-RANGE-OVR-COUNT
           IF WS-OVR-IS-OFF
               GO TO 4600-EXIT
           END-IF
           MOVE WS-RANGE-ID TO OV-RANGE-ID
           MOVE ZERO TO OV-ROW-NUMBER
           MOVE ZERO TO OV-COLUMN-NUMBER
           START OVERRIDE-FILE KEY IS NOT LESS THAN OV-OVERRIDE-KEY
               INVALID KEY
                   GO TO 4600-EXIT
           END-START
           IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
               PERFORM 4695-OVERRIDE-FILE-FAILED THRU 4695-EXIT
               GO TO 4600-EXIT
           END-IF
           SET WS-OVR-READ-NOT-DONE TO TRUE
           PERFORM 4620-LOAD-ONE-OVERRIDE THRU 4620-EXIT
               UNTIL WS-OVR-READ-DONE.
       4600-EXIT.
           EXIT.
      
       4620-LOAD-ONE-OVERRIDE.
           READ OVERRIDE-FILE NEXT RECORD
               AT END
                   SET WS-OVR-READ-DONE TO TRUE
                   GO TO 4620-EXIT
           END-READ
           IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
               SET WS-OVR-READ-DONE TO TRUE
               PERFORM 4695-OVERRIDE-FILE-FAILED THRU 4695-EXIT
               GO TO 4620-EXIT
           END-IF
           IF OV-RANGE-ID NOT EQUAL TO WS-RANGE-ID
               SET WS-OVR-READ-DONE TO TRUE
               GO TO 4620-EXIT
           END-IF
           EVALUATE TRUE
           WHEN OV-NOT-YET-APPROVED
               ADD 1 TO WS-OVR-PENDING-COUNT
               MOVE "PENDING" TO WS-OVR-STATUS-TEXT
               MOVE "AWAITING APPROVAL - NOT APPLIED" TO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
           WHEN OV-EXPIRY-DATE IS LESS THAN WS-CURRENT-DATE-FIELDS
               ADD 1 TO WS-OVR-EXPIRED-COUNT
               MOVE "EXPIRED" TO WS-OVR-STATUS-TEXT
               MOVE "PAST ITS EXPIRY - NOT APPLIED; RENEW OR DELETE IT"
                   TO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
           WHEN WS-RANGE-OVR-COUNT IS NOT LESS THAN MAX-OVERRIDE-ENTRIES
               ADD 1 TO WS-OVR-SKIPPED-COUNT
               SET WS-OVR-HOLD-FEED TO TRUE
               MOVE "SKIPPED" TO WS-OVR-STATUS-TEXT
               MOVE SPACES TO WS-OVR-NOTE
               STRING "NOT APPLIED - OVER " MAX-OVERRIDE-ENTRIES
                      " LIVE ON ONE RANGE"
                      DELIMITED BY SIZE INTO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
               IF 4 IS GREATER THAN WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           WHEN OTHER
               ADD 1 TO WS-RANGE-OVR-COUNT
               SET OT-NOT-APPLIED(WS-RANGE-OVR-COUNT) TO TRUE
               MOVE OVERRIDE-RECORD TO OT-RECORD(WS-RANGE-OVR-COUNT)
           END-EVALUATE.
       4620-EXIT.
           EXIT.
      
      *****************************************************************
      *    4680-WRITE-OVERRIDE-LINES - TWO OVRRPT LINES FOR THE
      *    OVERRIDE IN OVERRIDE-RECORD: WHAT IT IS AND WHO ASKED
      *    AND APPROVED, THEN WHAT BECAME OF IT AND WHY IT EXISTS.
      *****************************************************************
       4680-WRITE-OVERRIDE-LINES.
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING WS-OVR-STATUS-TEXT
                  " RANGE-ID " OV-RANGE-ID
                  " ROW " OV-ROW-NUMBER " COL " OV-COLUMN-NUMBER
                  " OVERRIDE " OV-OVERRIDE-VALUE
                  " EXPIRES " OV-EXPIRY-DATE
                  " REQUESTED BY " OV-REQUESTED-BY
                  " APPROVED BY " OV-APPROVED-BY
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING "          " WS-OVR-NOTE
                  " - REASON: " OV-REASON
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD.
       4680-EXIT.
           EXIT.
      
      *****************************************************************
      *    4685-LIST-REJECTED-OVERRIDES - A RANGE THAT LOADED ITS
      *    OVERRIDES BUT WAS THEN REJECTED (A DERIVED SOURCE MISSING
      *    OR MISMATCHED ON THE MASTER) PUBLISHED NOTHING, SO NONE OF
      *    ITS LIVE OVERRIDES WENT OUT, WHATEVER 4170 DID TO THE GRID.
      *****************************************************************
       4685-LIST-REJECTED-OVERRIDES.
           PERFORM 4687-LIST-ONE-REJECTED THRU 4687-EXIT
               VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB GREATER THAN WS-RANGE-OVR-COUNT.
       4685-EXIT.
           EXIT.
      
       4687-LIST-ONE-REJECTED.
           ADD 1 TO WS-OVR-REJECTED-COUNT
           MOVE OT-RECORD(WS-OVR-SUB) TO OVERRIDE-RECORD
           MOVE "REJECTED" TO WS-OVR-STATUS-TEXT
           MOVE "NOT APPLIED - RANGE REJECTED, NOTHING PUBLISHED"
               TO WS-OVR-NOTE
           PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT.
       4687-EXIT.
           EXIT.
      
      *****************************************************************
      *    4690-LIST-RANGE-OVERRIDES - THE RANGE IS BEING PUBLISHED:
      *    EACH LIVE OVERRIDE 4170 PUT ON THE GRID IS LISTED AND
      *    COUNTED APPLIED NOW. ONE NO CELL OF
      *    TONIGHT'S GRID MATCHED (THE BOUNDS OR STEP MOVED UNDER
      *    IT) IS ORPHANED - LISTED SO IT IS FIXED OR DELETED.
      *****************************************************************
       4690-LIST-RANGE-OVERRIDES.
           PERFORM 4692-CHECK-ONE-OVERRIDE THRU 4692-EXIT
               VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB GREATER THAN WS-RANGE-OVR-COUNT.
       4690-EXIT.
           EXIT.
      
       4692-CHECK-ONE-OVERRIDE.
           IF OT-WAS-APPLIED(WS-OVR-SUB)
               ADD 1 TO WS-OVR-APPLIED-COUNT
               MOVE OT-RECORD(WS-OVR-SUB) TO OVERRIDE-RECORD
               MOVE OT-COMPUTED-VALUE(WS-OVR-SUB) TO WS-OVR-COMPUTED
               MOVE "APPLIED" TO WS-OVR-STATUS-TEXT
               MOVE SPACES TO WS-OVR-NOTE
               STRING "REPLACES COMPUTED VALUE " WS-OVR-COMPUTED
                      DELIMITED BY SIZE INTO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
               GO TO 4692-EXIT
           END-IF
           IF OT-NOT-APPLIED(WS-OVR-SUB)
               ADD 1 TO WS-OVR-ORPHAN-COUNT
               MOVE OT-RECORD(WS-OVR-SUB) TO OVERRIDE-RECORD
               MOVE "ORPHANED" TO WS-OVR-STATUS-TEXT
               MOVE "CELL IS NOT ON TONIGHT'S GRID - NOT APPLIED"
                   TO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
           END-IF.
       4692-EXIT.
           EXIT.
      
      *****************************************************************
      *    4695-OVERRIDE-FILE-FAILED - OVRFILE CANNOT BE READ. NO
      *    FURTHER OVERRIDES ARE APPLIED THIS RUN, SO CELLS COSTING
      *    AGREED A DIFFERENT VALUE FOR MAY GO OUT AS ARITHMETIC -
      *    THE FEED IS HELD (9800) UNTIL SOMEONE LOOKS.
      *****************************************************************
       4695-OVERRIDE-FILE-FAILED.
           SET WS-OVR-IS-OFF TO TRUE
           SET WS-OVR-HOLD-FEED TO TRUE
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING "OVERRIDE FILE STATUS " WS-OVR-FILE-STATUS
                  " IS NOT OK - NO FURTHER OVERRIDES APPLIED"
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           DISPLAY "OVERRIDE FILE STATUS " WS-OVR-FILE-STATUS
               " IS NOT OK - HOLD THE FEED - SEE OVRRPT"
               UPON OPERATOR-CONSOLE
           IF 4 IS GREATER THAN WS-WORST-RC
               MOVE 4 TO WS-WORST-RC
           END-IF.
       4695-EXIT.
           EXIT.
      
      *****************************************************************
015170*    5000-WRITE-TABLE-OUTPUT - ONE SELF-DESCRIBING BLOCK PER
015171*    RANGE: HEADER, ONE DETAIL RECORD PER TABLE ROW, THEN A
015172*    TRAILER WITH THE ROW/CELL COUNTS AND THE CELL HASH TOTAL
015202     MOVE WS-GUY-STEP  TO TOR-H-GUY-STEP
015203     MOVE WS-GAL-START TO TOR-H-GAL-START
015210     MOVE WS-GAL-STEP  TO TOR-H-GAL-STEP
015215     MOVE WS-OWNER-CODE TO TOR-H-OWNER-CODE
015220     WRITE TOR-RECORD.
015230 5050-EXIT.
015240     EXIT.
015290     MOVE SPACES TO TOR-RECORD
015300     MOVE 'D' TO TOR-RECORD-TYPE
015310     MOVE ROW(GUY-SUB) TO TOR-DETAIL-AREA
015315     MOVE OM-ROW(GUY-SUB) TO TOR-OVERRIDE-FLAGS
015320     PERFORM 5120-ACCUMULATE-CELL-HASH THRU 5120-EXIT
015330         VARYING GAL-SUB FROM 1 BY 1
015340             UNTIL GAL-SUB GREATER THAN WS-GAL-COLS
015690     MOVE NUMB(GUY-SUB, GAL-SUB) TO XT-PRODUCT
015700     MOVE WS-CURRENT-DATE-FIELDS TO XT-EFFECTIVE-DATE
015710     MOVE WS-OPERATION-CODE TO XT-OPERATION-CODE
015715     MOVE OM-CELL-FLAG(GUY-SUB, GAL-SUB) TO XT-OVERRIDE-FLAG
015720     WRITE INTERFACE-RECORD
015730     PERFORM 5140-CHECK-INTF-STATUS THRU 5140-EXIT
015740     IF WS-EXTRACT-IS-ON
016273     MOVE WS-GAL-START TO TM-GAL-START
016274     MOVE WS-GAL-STEP  TO TM-GAL-STEP
016280     MOVE ROW(GUY-SUB) TO TM-CELL-AREA
016285     MOVE OM-ROW(GUY-SUB) TO TM-OVERRIDE-AREA
016290     WRITE TABLE-MASTER-RECORD
016300         INVALID KEY
016310             PERFORM 5250-REPLACE-MASTER-ROW THRU 5250-EXIT
016492*    PROBLEM - IT IS REPORTED ONCE AND THE REST OF THIS
016494*    RANGE'S MASTER LOAD AND FEED ARE SKIPPED SO MASTFILE
016496*    CANNOT END UP HOLDING A MIX OF TWO NIGHTS UNDER ONE
016498*    RANGE-ID. THE ROW IT REPLACED GOES TO THE CELL HISTORY
016499*    FILE ONLY ONCE THE REWRITE HAS SUCCEEDED.
016500*****************************************************************
016510 5250-REPLACE-MASTER-ROW.
016512     REWRITE TABLE-MASTER-RECORD
016620             IF 8 IS GREATER THAN WS-WORST-RC
016630                 MOVE 8 TO WS-WORST-RC
016640             END-IF
               NOT INVALID KEY
                   IF WS-HIST-ROW-HELD
                       SET HS-ROW-REPLACED TO TRUE
                       PERFORM 5270-WRITE-HISTORY-ROW THRU 5270-EXIT
                   END-IF
016642     END-REWRITE.
016650 5250-EXIT.
016660     EXIT.
016661
016662*****************************************************************
      *    5270-WRITE-HISTORY-ROW - THE MASTER ROW HELD IN THE PM
      *    AREA HAS JUST BEEN REPLACED OR DROPPED - IT GOES TO
      *    MASTHIST AS LIVE FROM ITS OWN RUN DATE UP TO TONIGHT. A
      *    ROW ALREADY WRITTEN EARLIER TODAY (A SAME-DAY RERUN) WAS
      *    NEVER THE ANSWER AS OF ANY WHOLE DAY, SO IT IS NOT KEPT.
      *    A FAILED WRITE IS REPORTED ONCE, POSTS RC 4 AND TURNS
      *    HISTORY OFF FOR THE REST OF THE RUN.
      *****************************************************************
       5270-WRITE-HISTORY-ROW.
           IF WS-HIST-IS-OFF OR
              PM-RUN-DATE EQUAL TO WS-CURRENT-DATE-FIELDS
               GO TO 5270-EXIT
           END-IF
           MOVE PM-RANGE-ID TO HS-RANGE-ID
           MOVE PM-ROW-NUMBER TO HS-ROW-NUMBER
           MOVE WS-CURRENT-DATE-FIELDS TO HS-EFFECTIVE-TO
           IF PM-RUN-DATE IS NUMERIC
               MOVE PM-RUN-DATE TO HS-EFFECTIVE-FROM
           ELSE
               MOVE ZERO TO HS-EFFECTIVE-FROM
           END-IF
           MOVE PRIOR-MASTER-RECORD TO HS-ROW-IMAGE
           WRITE HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-HIST-FILE-STATUS EQUAL TO "00"
               ADD 1 TO WS-HIST-WRITTEN-COUNT
           ELSE
               MOVE SPACES TO ERROR-REPORT-RECORD
               STRING "CELL HISTORY - WRITE FAILED RANGE-ID="
                      PM-RANGE-ID
                      " ROW=" PM-ROW-NUMBER
                      " STATUS=" WS-HIST-FILE-STATUS
                      " - NO FURTHER HISTORY KEPT THIS RUN"
                      DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
               WRITE ERROR-REPORT-RECORD
               DISPLAY ERROR-REPORT-RECORD
               SET WS-HIST-IS-OFF TO TRUE
               IF 4 IS GREATER THAN WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.
       5270-EXIT.
           EXIT.
      
      *****************************************************************
016663*    5300-DROP-SHRUNKEN-ROWS - EVERY POSSIBLE ROW POSITION PAST
016664*    TONIGHT'S ROW COUNT IS DELETED FROM THE MASTER. A POSITION
016665*    THAT WAS NEVER THERE JUST COMES BACK INVALID KEY AND IS
016679     MOVE WS-RANGE-ID TO TM-RANGE-ID
016680     MOVE GUY-SUB     TO TM-ROW-NUMBER
016681*    A REAL LEFTOVER ROW IS READ FIRST SO ITS CELLS CAN GO
016682*    OUT AS DROPPED ON THE DELTA FEED, THEN DELETED. ONCE THE
      *    DELETE HAS GONE THROUGH THE ROW IS KEPT ON CELL HISTORY.
016683     READ TABLE-MASTER-FILE
016684         INVALID KEY
016685             CONTINUE
016691             DELETE TABLE-MASTER-FILE RECORD
016692                 INVALID KEY
016693                     CONTINUE
                       NOT INVALID KEY
                           SET HS-ROW-DROPPED TO TRUE
                           PERFORM 5270-WRITE-HISTORY-ROW THRU 5270-EXIT
016694             END-DELETE
016695     END-READ.
016696 5350-EXIT.
016698
016699*****************************************************************
016700*    5500-CAPTURE-PRIOR-ROW - LAST RUN'S COPY OF THE ROW ABOUT
016701*    TO BE REPLACED, HELD IN THE PM AREA FOR THE DELTA COMPARE
016702*    AND THE CELL HISTORY. A FRESH-LOADED MASTER SKIPS THE
016703*    READ. A FULL-REFRESH RANGE STILL READS (THE OLD ROW MUST
      *    REACH HISTORY) BUT THE DELTA IS TOLD NOTHING WAS THERE -
      *    EVERY CELL WILL GO OUT AS AN ADD ANYWAY.
016704*****************************************************************
016705 5500-CAPTURE-PRIOR-ROW.
016706     SET WS-PRIOR-ROW-MISSING TO TRUE
016707     SET WS-HIST-ROW-NOT-HELD TO TRUE
           IF NOT WS-MAST-LOADED-FRESH
016708         READ TABLE-MASTER-FILE
016709             INVALID KEY
016710                 CONTINUE
016711             NOT INVALID KEY
016712                 SET WS-HIST-ROW-HELD TO TRUE
                       IF NOT WS-FULL-REFRESH-ON
                           SET WS-PRIOR-ROW-FOUND TO TRUE
                       END-IF
016713                 MOVE TABLE-MASTER-RECORD TO PRIOR-MASTER-RECORD
016714         END-READ
016715     END-IF.
017250*    WS-PAGE-NUMBER IS NOT RESET HERE - REPORT-FILE IS OPENED
017260*    ONCE FOR THE WHOLE RUN, SO PAGE NUMBERS MUST STAY
017270*    CONTINUOUS ACROSS EVERY RANGE IN A BATCH, NOT RESTART AT
017280*    PAGE 1 FOR EACH ONE. MULTRPR REPRINTS A RANGE FROM THE
017285*    MASTER IN THIS SAME LAYOUT (6500-6950) - KEEP IT IN STEP.
017290*****************************************************************
017300 6500-WRITE-PRINTED-REPORT.
017310*    THE PROFILE'S TITLE LINE OPENS THE RANGE'S SECTION - IT
018820
018830*****************************************************************
018840*    7000-WRITE-CSV-OUTPUT - WRITE THE GRID AS COMMA-DELIMITED
018850*    RECORDS FOR SPREADSHEET IMPORT, ONE ROW PER LINE. MULTRPR
018855*    WRITES THE SAME BLOCK ON A REPRINT - KEEP IT IN STEP.
018860*****************************************************************
018870 7000-WRITE-CSV-OUTPUT.
018880*    ONE TITLE LINE PER RANGE AHEAD OF THE GRID SO A SHEET
019410     IF NOT WS-BOUNDS-ARE-VALID
019420         MOVE ZERO TO WS-CELL-COUNT
019430         MOVE "REJECTED " TO WS-AUDIT-STATUS
019435         ADD 1 TO WS-RUN-REJECT-COUNT
019440     ELSE
019450         IF WS-RANGE-NOT-DUE
019460             MOVE ZERO TO WS-CELL-COUNT
019510             MOVE "COMPLETED" TO WS-AUDIT-STATUS
019520         END-IF
019530     END-IF
019532     COMPUTE WS-RANGE-PAGE-COUNT =
019534         WS-PAGE-NUMBER - WS-RANGE-START-PAGE
019536     COMPUTE WS-RANGE-FEED-COUNT =
019538         WS-EXTRACT-COUNT + WS-DELTA-COUNT - WS-RANGE-START-FEED
019540     MOVE SPACES TO AUDIT-RECORD
019550     MOVE 1 TO WS-STRING-POINTER
019560     STRING WS-CD-YY WS-CD-MM WS-CD-DD "-"
019710            WS-GAL-START "/" WS-GAL-STEP DELIMITED BY SIZE
019712            "  RANGE=" DELIMITED BY SIZE
019714            WS-RANGE-ID DELIMITED BY SIZE
                  "  OWNER=" DELIMITED BY SIZE
                  WS-OWNER-CODE DELIMITED BY SIZE
                  "  PAGES=" DELIMITED BY SIZE
                  WS-RANGE-PAGE-COUNT DELIMITED BY SIZE
                  "  FEED=" DELIMITED BY SIZE
                  WS-RANGE-FEED-COUNT DELIMITED BY SIZE
019720         INTO AUDIT-RECORD WITH POINTER WS-STRING-POINTER
019730     WRITE AUDIT-RECORD.
019740 8000-EXIT.
020310         IF 4 IS GREATER THAN WS-WORST-RC
020320             MOVE 4 TO WS-WORST-RC
020330         END-IF
020335         ADD WS-MISMATCH-COUNT TO WS-RUN-MISMATCH-COUNT
020340     END-IF.
020350 9000-EXIT.
020360     EXIT.
023210*    REFERENCE ROW; COMPARE THE ONES INSIDE THE BOUNDS BOTH
023220*    SIDES SHARE. A NON-NUMERIC CELL IS A MISMATCH, NEVER AN
023230*    ABEND - A DAMAGED REFIN IS EXACTLY WHAT THIS REPORT IS
023240*    FOR. A DIFFERENCE ON A CELL CARRYING AN APPROVED OVERRIDE
023245*    IS LISTED BUT NOT COUNTED AS A MISMATCH.
023250*****************************************************************
023260 9150-RECONCILE-CELL.
023270*    ROW/COL IN THE MESSAGES ARE THE REAL OPERANDS - THE SAME
023470         IF GUY-SUB NOT GREATER THAN WS-GUY-ROWS AND
023480            GAL-SUB NOT GREATER THAN WS-GAL-COLS AND
023490            RR-CELL(GAL-SUB) NOT EQUAL TO NUMB(GUY-SUB, GAL-SUB)
023510             MOVE SPACES TO RECON-RPT-RECORD
023520             MOVE 1 TO WS-STRING-POINTER
023530             IF OM-CELL-OVERRIDDEN(GUY-SUB, GAL-SUB)
023540                 STRING "OVERRIDE AT ROW " GUY " COL " GAL
023550                        " EXPECTED " RR-CELL(GAL-SUB)
023560                        " PUBLISHED " NUMB(GUY-SUB, GAL-SUB)
023570                        " - APPROVED OVERRIDE, NOT A MISMATCH"
                              DELIMITED BY SIZE INTO RECON-RPT-RECORD
                              WITH POINTER WS-STRING-POINTER
                   ELSE
                       ADD 1 TO WS-MISMATCH-COUNT
                       STRING "MISMATCH AT ROW " GUY " COL " GAL
                              " EXPECTED " RR-CELL(GAL-SUB)
                              " COMPUTED " NUMB(GUY-SUB, GAL-SUB)
                              DELIMITED BY SIZE INTO RECON-RPT-RECORD
                              WITH POINTER WS-STRING-POINTER
                   END-IF
023580             WRITE RECON-RPT-RECORD
023590         END-IF
023600     END-IF.
024750*    RECEIVED, SO THE LOADER CAN BALANCE BEFORE IT POSTS. A
024760*    RUN THAT WENT BAD (RC 8 OR WORSE) GETS NO TRAILER AT ALL
024770*    - AN UNBALANCED FEED IS THE SUREST WAY TO KEEP COSTING
024780*    FROM POSTING A TRANSMISSION NOBODY SHOULD TRUST. A STREAM
024781*    RUN'S TRAILER ALSO NAMES ITS STREAM, SO THE MERGE CAN
024782*    BALANCE EVERY STREAM'S PART OF THE FEED ON ITS OWN.
024783*    EVERY TRAILER CARRIES THE RUN DATE, SO THE MERGE CAN TELL
024784*    TONIGHT'S PARTIAL FROM ONE LEFT BY AN EARLIER NIGHT. THE
024785*    TEN BYTES AHEAD OF IT STAY BLANK - THEY ARE WHERE
024786*    MULTDST NAMES THE SUBSCRIBER ON ITS OWN TRAILERS.
024790*****************************************************************
024800 9500-WRITE-EXTRACT-TRAILER.
024810     IF WS-WORST-RC IS LESS THAN 8 AND WS-EXTRACT-IS-ON
024820         MOVE SPACES TO INTERFACE-RECORD
024830         MOVE 'T' TO XT-RECORD-TYPE
024840         MOVE WS-EXTRACT-COUNT TO XT-T-RECORD-COUNT
024843         MOVE WS-RUN-STREAM TO XT-T-STREAM-NUMBER
024846         MOVE WS-CURRENT-DATE-FIELDS TO XT-T-RUN-DATE
024850         WRITE INTERFACE-RECORD
024860     ELSE
024870         DISPLAY "EXTRACT TRAILER WITHHELD - RUN ENDED WITH "
024920
024921*****************************************************************
024922*    9600-WRITE-DELTA-TRAILER - SAME RULE AS THE FULL EXTRACT:
024923*    A RUN THAT WENT BAD (RC 8 OR WORSE) GETS NO TRAILER, A
      *    STREAM RUN'S TRAILER NAMES ITS STREAM, AND
024924*    AN UNBALANCED DELTA IS THE SUREST WAY TO KEEP COSTING FROM
024925*    POSTING A TRANSMISSION NOBODY SHOULD TRUST.
024926*****************************************************************
024929         MOVE SPACES TO DELTA-RECORD
024930         MOVE 'T' TO DL-RECORD-TYPE
024931         MOVE WS-DELTA-COUNT TO DL-T-RECORD-COUNT
               MOVE WS-RUN-STREAM TO DL-T-STREAM-NUMBER
               MOVE WS-CURRENT-DATE-FIELDS TO DL-T-RUN-DATE
024932         WRITE DELTA-RECORD
024933         PERFORM 5640-CHECK-DELTA-STATUS THRU 5640-EXIT
024934     ELSE
024939     EXIT.
024940
024941*****************************************************************
      *    9700-LIST-OFF-DECK-OVERRIDES - AN OVERRIDE WHOSE RANGE
      *    IS NO LONGER ON THE CONTROLS DECK CAN NEVER APPLY. ONLY
      *    A RUN THAT SAW THE WHOLE DECK CAN SAY SO - THE SINGLE-
      *    STREAM NIGHT'S RUN OR A PARALLEL NIGHT'S DERIVED PASS -
      *    AND ONLY WHEN EVERY DECK RANGE-ID WAS RECORDED.
      *****************************************************************
       9700-LIST-OFF-DECK-OVERRIDES.
           IF WS-OVR-IS-OFF OR WS-RUNNING-ONE-STREAM OR
              WS-STREAM-PARM-BAD OR WS-DECK-IDS-INCOMPLETE
               GO TO 9700-EXIT
           END-IF
           MOVE LOW-VALUES TO OV-OVERRIDE-KEY
           START OVERRIDE-FILE KEY IS NOT LESS THAN OV-OVERRIDE-KEY
               INVALID KEY
                   GO TO 9700-EXIT
           END-START
           IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
               PERFORM 4695-OVERRIDE-FILE-FAILED THRU 4695-EXIT
               GO TO 9700-EXIT
           END-IF
           SET WS-OVR-READ-NOT-DONE TO TRUE
           PERFORM 9750-CHECK-OVERRIDE-RANGE THRU 9750-EXIT
               UNTIL WS-OVR-READ-DONE.
       9700-EXIT.
           EXIT.
      
       9750-CHECK-OVERRIDE-RANGE.
           READ OVERRIDE-FILE NEXT RECORD
               AT END
                   SET WS-OVR-READ-DONE TO TRUE
                   GO TO 9750-EXIT
           END-READ
           IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
               SET WS-OVR-READ-DONE TO TRUE
               PERFORM 4695-OVERRIDE-FILE-FAILED THRU 4695-EXIT
               GO TO 9750-EXIT
           END-IF
           SET WS-ID-NOT-ON-DECK TO TRUE
           PERFORM 9760-CHECK-DECK-ID THRU 9760-EXIT
               VARYING WS-DECK-ID-SUB FROM 1 BY 1
                   UNTIL WS-DECK-ID-SUB GREATER THAN WS-DECK-ID-COUNT
                      OR WS-ID-IS-ON-DECK
           IF WS-ID-NOT-ON-DECK
               ADD 1 TO WS-OVR-ORPHAN-COUNT
               MOVE "ORPHANED" TO WS-OVR-STATUS-TEXT
               MOVE "RANGE IS NOT ON THE CONTROLS DECK - NOT APPLIED"
                   TO WS-OVR-NOTE
               PERFORM 4680-WRITE-OVERRIDE-LINES THRU 4680-EXIT
           END-IF.
       9750-EXIT.
           EXIT.
      
       9760-CHECK-DECK-ID.
           IF DECK-RANGE-ID(WS-DECK-ID-SUB) EQUAL TO OV-RANGE-ID
               SET WS-ID-IS-ON-DECK TO TRUE
           END-IF.
       9760-EXIT.
           EXIT.
      
      *****************************************************************
      *    9780-WRITE-OVERRIDE-TOTALS - CLOSING COUNTS ON OVRRPT AND
      *    THE APPLIED COUNT ON THE CONSOLE.
      *****************************************************************
       9780-WRITE-OVERRIDE-TOTALS.
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE 1 TO WS-STRING-POINTER
           MOVE WS-OVR-APPLIED-COUNT TO WS-EDIT-OVR-COUNT
           STRING "OVERRIDES APPLIED " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           MOVE WS-OVR-EXPIRED-COUNT TO WS-EDIT-OVR-COUNT
           STRING "  EXPIRED " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           MOVE WS-OVR-PENDING-COUNT TO WS-EDIT-OVR-COUNT
           STRING "  PENDING " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           MOVE WS-OVR-ORPHAN-COUNT TO WS-EDIT-OVR-COUNT
           STRING "  ORPHANED " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           MOVE WS-OVR-SKIPPED-COUNT TO WS-EDIT-OVR-COUNT
           STRING "  SKIPPED " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           MOVE WS-OVR-REJECTED-COUNT TO WS-EDIT-OVR-COUNT
           STRING "  REJECTED " WS-EDIT-OVR-COUNT
                  DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
                  WITH POINTER WS-STRING-POINTER
           WRITE OVERRIDE-RPT-RECORD
           MOVE WS-OVR-APPLIED-COUNT TO WS-EDIT-OVR-COUNT
           DISPLAY "CELL OVERRIDES APPLIED THIS RUN: "
               WS-EDIT-OVR-COUNT UPON OPERATOR-CONSOLE.
       9780-EXIT.
           EXIT.
      
      *****************************************************************
      *    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
      *    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. THE
      *    FEED IS CALLED HELD WHEN ANY CELL FELL OUTSIDE ITS
      *    THRESHOLDS (THE 4195 CONSOLE ALARM) OR THE RUN FAILED AND
      *    9500/9600 WITHHELD THE TRAILERS. THE STEP NAME MUST MATCH
      *    THE MULTTAB JCL; A STREAM RUN POSTS UNDER ITS OWN MULTTSN
      *    JOB (N THE STREAM). A RUNSTAT THAT WILL NOT OPEN COSTS ONLY
      *    THE TURNOVER LINE - IT NEVER CHANGES THE RUN'S RC.
      *****************************************************************
       9800-POST-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
               DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
                   " - NO TURNOVER POSTING" UPON OPERATOR-CONSOLE
               GO TO 9800-EXIT
           END-IF
           ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE "MULTTAB"  TO RS-JOB-NAME
           IF WS-RUNNING-ONE-STREAM
               MOVE "MULTTS"   TO RS-JOB-NAME
               MOVE WS-RUN-STREAM TO RS-JOB-NAME(7:1)
           END-IF
           MOVE "STEP010"  TO RS-STEP-NAME
           MOVE "MULTTAB"  TO RS-PROGRAM-ID
           MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
           MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
           MOVE WS-WORST-RC TO RS-RETURN-CODE
           MOVE WS-RUN-REJECT-COUNT TO RS-REJECT-COUNT
           MOVE WS-OVERFLOW-COUNT TO RS-OVERFLOW-COUNT
           MOVE WS-RUN-VIOL-COUNT TO RS-THRESHOLD-COUNT
           MOVE WS-RUN-MISMATCH-COUNT TO RS-RECON-COUNT
           MOVE ZERO TO RS-PURGED-COUNT
           MOVE ZERO TO RS-ACK-SHORT-COUNT
           MOVE 'N' TO RS-HOLD-FEED-SWITCH
           IF WS-RUN-VIOL-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO RS-HOLD-FEED-SWITCH
               MOVE "CELLS OUTSIDE THRESHOLDS - SEE EXCPRPT"
                   TO RS-HOLD-REASON
           END-IF
           IF WS-OVR-HOLD-FEED
               MOVE 'Y' TO RS-HOLD-FEED-SWITCH
               MOVE "OVERRIDES NOT ALL APPLIED - SEE OVRRPT"
                   TO RS-HOLD-REASON
           END-IF
           IF WS-WORST-RC IS NOT LESS THAN 8
               MOVE 'Y' TO RS-HOLD-FEED-SWITCH
               MOVE "RUN FAILED - FEED TRAILERS WITHHELD"
                   TO RS-HOLD-REASON
           END-IF
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
       9800-EXIT.
           EXIT.
      
      *****************************************************************
024942*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
024950*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
024960*    BACK CONTROL.
025100     END-IF
025110     PERFORM 9500-WRITE-EXTRACT-TRAILER THRU 9500-EXIT
025112     PERFORM 9600-WRITE-DELTA-TRAILER THRU 9600-EXIT
025113     MOVE WS-HIST-WRITTEN-COUNT TO WS-EDIT-HIST-COUNT
025114     DISPLAY "CELL HISTORY ROWS KEPT THIS RUN: "
025115         WS-EDIT-HIST-COUNT UPON OPERATOR-CONSOLE
025116     PERFORM 9700-LIST-OFF-DECK-OVERRIDES THRU 9700-EXIT
025117     PERFORM 9780-WRITE-OVERRIDE-TOTALS THRU 9780-EXIT
025120     CLOSE CONTROL-FILE
025130     CLOSE TABLE-OUT-FILE
025140     CLOSE ERROR-REPORT-FILE
025180     CLOSE RECON-RPT-FILE
025190     CLOSE REFERENCE-FILE
025200     CLOSE TABLE-MASTER-FILE
025205     CLOSE HISTORY-FILE
025210     CLOSE INTERFACE-FILE
025212     CLOSE DELTA-FILE
025213     IF WS-OVR-FILE-OPENED
025214         CLOSE OVERRIDE-FILE
025215     END-IF
025216     CLOSE OVERRIDE-RPT-FILE
025217     PERFORM 9800-POST-RUN-STATUS THRU 9800-EXIT
025220     MOVE WS-WORST-RC TO RETURN-CODE.
025230 9900-EXIT.
025240     EXIT.
