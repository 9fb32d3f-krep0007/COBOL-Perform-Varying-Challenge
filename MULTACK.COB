000300*    RANGES WE NEVER SENT. AN UNBALANCED NIGHT POSTS RC 8 SO
000310*    THE SCHEDULER ALERTS THE SAME MORNING; REJECTS ALONE
000320*    POST RC 4.
000322*    THE SAME BALANCE SERVES EACH FEED SUBSCRIBER (MULTDST):
000324*    WITH A SUBSCRIBER-ID ON ACKPARMS, INTFOUT IS THAT
000326*    SUBSCRIBER'S GENERATION AND ACKIN ITS ACKNOWLEDGMENT, IN
000328*    THE SAME LAYOUT COSTING RETURNS. NO CARD MEANS COSTING.
000330*
000340* MODIFICATION HISTORY
000350*    09/01/2026  JK  ORIGINAL VERSION.
      *    10/15/2026  JK  POSTS ONE RECORD TO THE SHARED RUN-STATUS
      *                    FILE (RUNSTAT) AS IT ENDS - REJECTS, SHORT
      *                    AND UNACKNOWLEDGED RANGES AND THE HOLD
      *                    CALL - FOR THE MULTTOV SHIFT-TURNOVER PAGE.
      *    10/15/2026  JK  BALANCES A FEED SUBSCRIBER'S ACKNOWLEDGMENT
      *                    AS WELL AS COSTING'S - THE SUBSCRIBER-ID ON
      *                    THE OPTIONAL ACKPARMS CARD, ITS MULTDST
      *                    GENERATION ON INTFOUT (STANDARD OR COMMA-
      *                    DELIMITED). A TRAILER FOR ANOTHER SUBSCRIBER
      *                    IS UNBALANCED; A DELTA FEED SKIPS THE AUDIT
      *                    LEG. A SUBSCRIBER RUN POSTS RUNSTAT AS JOB
      *                    MULTSAK, STEP = THE SUBSCRIBER-ID.
      *    10/15/2026  JK  AUDIT LINE 132 TO 160 BYTES (OWNER, PAGES
      *                    AND FEED RECORDS ADDED AT THE END FOR THE
      *                    CHARGEBACK) - RECORD LENGTH KEPT IN STEP.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    MULTACK.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000482*    OPTIONAL - COSTING'S OWN JCL CARRIES ACKPARMS AS DUMMY.
000484     SELECT PARM-FILE ASSIGN TO "ACKPARMS"
000486         ORGANIZATION IS SEQUENTIAL
000488         FILE STATUS IS WS-PARM-FILE-STATUS.
000490     SELECT INTERFACE-FILE ASSIGN TO "INTFOUT"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT ACK-FILE ASSIGN TO "ACKIN"
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
000560         ORGANIZATION IS SEQUENTIAL.
000562     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-STAT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*****************************************************************
      *    ACKPARMS - COLS 1-8 THE SUBSCRIBER-ID WHOSE ACKNOWLEDGMENT
      *    THIS RUN BALANCES. BLANK, EMPTY OR ABSENT = COSTING.
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  AP-SUBSCRIBER-ID       PIC X(08).
           05  FILLER                 PIC X(72).
      
      *****************************************************************
000610*    THE FEED AS TRANSMITTED - SAME LAYOUT 5130-WRITE-EXTRACT-
000620*    CELL AND 9500-WRITE-EXTRACT-TRAILER WRITE IN MULT-TABLE.
000630*    KEEP IN STEP WITH THAT PROGRAM.
000631*    A SUBSCRIBER'S GENERATION FROM MULTDST HAS THE SAME
000632*    DETAIL LAYOUT (A DELTA DETAIL CARRIES ITS RANGE-ID IN THE
000633*    SAME COLUMNS); ITS TRAILER ALSO NAMES THE SUBSCRIBER AND
000634*    FEED TYPE, WHICH ARE BLANK ON COSTING'S TRAILER. A COMMA-
000635*    DELIMITED GENERATION IS READ THROUGH WS-CSV-FIELDS.
000640*****************************************************************
000650 FD  INTERFACE-FILE
000660     RECORDING MODE IS F
000810         10  FILLER              PIC X(52).
000820     05  XT-TRAILER-AREA REDEFINES XT-DATA.
000830         10  XT-T-RECORD-COUNT   PIC 9(08).
000840         10  XT-T-STREAM-NUMBER  PIC X(01).
000842         10  XT-T-SUBSCRIBER-ID  PIC X(08).
000844         10  XT-T-FEED-TYPE      PIC X(01).
000846         10  XT-T-RECORD-FORMAT  PIC X(01).
000848         10  FILLER              PIC X(60).
000850
000860*****************************************************************
000870*    COSTING'S ACKNOWLEDGMENT - AGREED WITH THEIR LOAD TEAM:
001240 FD  AUDIT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 160 CHARACTERS.
001280 01  AUDIT-RECORD.
001290     05  FILLER                 PIC X(49).
001300     05  AL-CELL-COUNT          PIC 9(04).
001320     05  AL-STATUS              PIC X(09).
001330     05  FILLER                 PIC X(36).
001340     05  AL-RANGE-ID            PIC X(08).
001350     05  FILLER                 PIC X(45).
001360
001370 FD  ACK-REPORT-FILE
001380     RECORDING MODE IS F
001400     RECORD CONTAINS 132 CHARACTERS.
001410 01  ACK-REPORT-RECORD              PIC X(132).
001420
001421 FD  RUN-STATUS-FILE
001422     RECORDING MODE IS F
001423     LABEL RECORDS ARE STANDARD
001424     RECORD CONTAINS 120 CHARACTERS.
001425     COPY MTSTSREC.
001426
001430 WORKING-STORAGE SECTION.
001440*****************************************************************
001450*    SWITCHES
001630*    4 = BALANCED BUT COSTING REJECTED CELLS.
001640*****************************************************************
001650 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
       77  WS-STAT-FILE-STATUS        PIC X(02).
       77  WS-PARM-FILE-STATUS        PIC X(02).
      
      *****************************************************************
      *    WHOSE ACKNOWLEDGMENT THIS IS. THE SUBSCRIBER-ID IS SPACES
      *    FOR COSTING - WHAT COSTING'S TRAILER CARRIES THERE - AND
      *    THE PARTNER NAME IS WHAT THE REPORT CALLS THEM.
      *****************************************************************
       77  WS-ACK-SUBSCRIBER-ID       PIC X(08)  VALUE SPACES.
       77  WS-PARTNER-NAME            PIC X(08)  VALUE "COSTING".
       77  WS-FEED-TYPE               PIC X(01)  VALUE SPACES.
           88  WS-FEED-IS-DELTA                  VALUE 'D'.
       77  WS-TRAILER-SUBSCRIBER-ID   PIC X(08)  VALUE SPACES.
      
      *****************************************************************
      *    ONE COMMA-DELIMITED FEED RECORD, SPLIT. D RECORDS CARRY THE
      *    RANGE-ID SECOND; THE T RECORD CARRIES COUNT, SUBSCRIBER-ID
      *    AND FEED TYPE IN THE SECOND THROUGH FOURTH FIELDS.
      *****************************************************************
       01  WS-CSV-FIELDS.
           05  WS-CSV-RECORD-TYPE     PIC X(01).
           05  WS-CSV-FIELD-2         PIC X(08).
           05  WS-CSV-COUNT REDEFINES WS-CSV-FIELD-2
                                      PIC 9(08).
           05  WS-CSV-FIELD-3         PIC X(08).
           05  WS-CSV-FIELD-4         PIC X(01).
001660
001670*****************************************************************
001680*    THE BALANCE TABLE - ONE ENTRY PER RANGE SEEN ON ANY OF
002010 77  WS-UNSENT-ACK-COUNT        PIC 9(04)  VALUE ZERO.
002020 77  WS-FULL-RANGE-COUNT        PIC 9(04)  VALUE ZERO.
002030 77  WS-MISSING-COUNT           PIC 9(08).
002035 77  WS-POSTED-SHORT-COUNT      PIC 9(06)  VALUE ZERO.
002040
002050 01  WS-CURRENT-DATE-FIELDS.
002060     05  WS-CD-YY               PIC 99.
002070     05  WS-CD-MM               PIC 99.
002080     05  WS-CD-DD               PIC 99.
002090
002091 01  WS-CURRENT-TIME-FIELDS.
002092     05  WS-CT-HH               PIC 99.
002093     05  WS-CT-MM               PIC 99.
002094     05  WS-CT-SS               PIC 99.
002095     05  WS-CT-HH100            PIC 99.
002096
002100 77  WS-EDIT-COUNT-8            PIC Z(07)9.
002110 77  WS-EDIT-COUNT-8B           PIC Z(07)9.
002130 77  WS-STRING-POINTER          PIC 9(04).
002340*    1000-INITIALIZE-RUN
002350*****************************************************************
002360 1000-INITIALIZE-RUN.
002365     PERFORM 1100-READ-ACK-PARMS THRU 1100-EXIT
002370     OPEN INPUT  INTERFACE-FILE
002380     OPEN INPUT  ACK-FILE
002390     OPEN INPUT  AUDIT-FILE
002410     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002420     MOVE SPACES TO WS-REPORT-LINE
002430     MOVE 1 TO WS-STRING-POINTER
002440     STRING WS-PARTNER-NAME DELIMITED BY SPACE
002445            " FEED ACKNOWLEDGMENT BALANCE - RUN "
002450            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002460            DELIMITED BY SIZE INTO WS-REPORT-LINE
002470            WITH POINTER WS-STRING-POINTER
002530     EXIT.
002540
002550*****************************************************************
      *    1100-READ-ACK-PARMS - A SUBSCRIBER-ID ON THE CARD MAKES THIS
      *    A SUBSCRIBER'S BALANCE. A MISSING, EMPTY OR BLANK CARD
      *    LEAVES IT COSTING'S, AS IT ALWAYS WAS.
      *****************************************************************
       1100-READ-ACK-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT EQUAL TO "00"
               GO TO 1100-EXIT
           END-IF
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ
           CLOSE PARM-FILE
           IF AP-SUBSCRIBER-ID NOT EQUAL TO SPACES
               MOVE AP-SUBSCRIBER-ID TO WS-ACK-SUBSCRIBER-ID
               MOVE AP-SUBSCRIBER-ID TO WS-PARTNER-NAME
           END-IF.
       1100-EXIT.
           EXIT.
      
      *****************************************************************
002560*    2000-TALLY-INTERFACE - COUNT THE TRANSMITTED DETAIL
002570*    RECORDS PER RANGE AND HOLD THE TRAILER. A FEED WITH NO
002580*    TRAILER CAME FROM A FAILED RUN AND SHOULD NEVER HAVE
002820             MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
002830             WRITE ACK-REPORT-RECORD
002840         END-IF
               IF WS-TRAILER-SUBSCRIBER-ID NOT EQUAL TO
                      WS-ACK-SUBSCRIBER-ID
                   PERFORM 8000-WRITE-UNBALANCED-LINE THRU 8000-EXIT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE 1 TO WS-STRING-POINTER
                   IF WS-TRAILER-SUBSCRIBER-ID EQUAL TO SPACES
                       STRING "*** INTFOUT IS COSTING'S FEED, NOT "
                              WS-PARTNER-NAME
                              " - THE FILES ARE CROSSED ***"
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                              WITH POINTER WS-STRING-POINTER
                   ELSE
                       STRING "*** INTFOUT IS THE FEED FOR SUBSCRIBER "
                              WS-TRAILER-SUBSCRIBER-ID ", NOT "
                              WS-PARTNER-NAME
                              " - THE FILES ARE CROSSED ***"
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                              WITH POINTER WS-STRING-POINTER
                   END-IF
                   MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
                   WRITE ACK-REPORT-RECORD
               END-IF
002850     END-IF.
002860 2000-EXIT.
002870     EXIT.
002920             SET WS-END-OF-INTERFACE TO TRUE
002930     END-READ
002940     IF NOT WS-END-OF-INTERFACE
002942         IF XT-DATA(1:1) EQUAL TO ","
002944             PERFORM 2200-TALLY-DELIMITED-RECORD THRU 2200-EXIT
002946             GO TO 2100-EXIT
002948         END-IF
002950         EVALUATE TRUE
002960         WHEN XT-DETAIL-RECORD
002970             ADD 1 TO WS-SENT-TOTAL
003030         WHEN XT-TRAILER-RECORD
003040             SET WS-INTF-TRAILER-SEEN TO TRUE
003050             MOVE XT-T-RECORD-COUNT TO WS-INTF-TRAILER-COUNT
003053             MOVE XT-T-SUBSCRIBER-ID TO WS-TRAILER-SUBSCRIBER-ID
003056             MOVE XT-T-FEED-TYPE     TO WS-FEED-TYPE
003060         WHEN OTHER
003070             CONTINUE
003080         END-EVALUATE
003110     EXIT.
003120
003130*****************************************************************
      *    2200-TALLY-DELIMITED-RECORD - THE SAME TALLY FOR A COMMA-
      *    DELIMITED SUBSCRIBER GENERATION. A TRAILER COUNT THAT IS
      *    NOT NUMERIC IS TAKEN AS ZERO, WHICH FAILS THE BALANCE.
      *****************************************************************
       2200-TALLY-DELIMITED-RECORD.
           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING INTERFACE-RECORD DELIMITED BY ","
               INTO WS-CSV-RECORD-TYPE WS-CSV-FIELD-2
                    WS-CSV-FIELD-3 WS-CSV-FIELD-4
           END-UNSTRING
           EVALUATE WS-CSV-RECORD-TYPE
           WHEN 'D'
               ADD 1 TO WS-SENT-TOTAL
               MOVE WS-CSV-FIELD-2 TO WS-SEARCH-RANGE-ID
               PERFORM 6000-FIND-OR-ADD-RANGE THRU 6000-EXIT
               IF WS-RANGE-WAS-FOUND
                   ADD 1 TO BT-SENT-COUNT(WS-FOUND-SUB)
               END-IF
           WHEN 'T'
               SET WS-INTF-TRAILER-SEEN TO TRUE
               IF WS-CSV-COUNT IS NUMERIC
                   MOVE WS-CSV-COUNT TO WS-INTF-TRAILER-COUNT
               ELSE
                   MOVE ZERO TO WS-INTF-TRAILER-COUNT
               END-IF
               MOVE WS-CSV-FIELD-3 TO WS-TRAILER-SUBSCRIBER-ID
               MOVE WS-CSV-FIELD-4 TO WS-FEED-TYPE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      
      *****************************************************************
003140*    3000-APPLY-ACK-FILE - FOLD COSTING'S ACKNOWLEDGMENT INTO
003150*    THE TABLE. EVERY REJECTED CELL GOES STRAIGHT ONTO THE
003160*    REPORT WITH COSTING'S OWN REASON - THAT LIST IS WHAT THE
003850     END-IF
003860     MOVE SPACES TO WS-REPORT-LINE
003870     MOVE 1 TO WS-STRING-POINTER
003880     STRING "REJECTED BY " DELIMITED BY SIZE
003883            WS-PARTNER-NAME DELIMITED BY SPACE
003886            " - RANGE " AK-REJ-RANGE-ID
003890            " ROW " AK-REJ-ROW
003900            " COL " AK-REJ-COLUMN
003910            " - " AK-REJ-REASON
004290*    RANGE-ID PREDATES THE FIELD AND IS SKIPPED; ONLY
004300*    TONIGHT'S RANGES (ALREADY IN THE TABLE FROM THE FEED OR
004310*    THE ACK) ARE ANNOTATED - THE LOG HOLDS HISTORY TOO.
004312*    A DELTA FEED CARRIES ONLY THE CELLS THAT CHANGED, SO ITS
004314*    COUNTS CANNOT BE SET AGAINST THE DRIVER'S - THE LEG IS
004316*    SKIPPED.
004320*****************************************************************
004330 4000-APPLY-AUDIT-TRAIL.
004332     IF WS-FEED-IS-DELTA
004334         GO TO 4000-EXIT
004336     END-IF
004340     PERFORM 4100-APPLY-ONE-AUDIT-LINE THRU 4100-EXIT
004350         UNTIL WS-END-OF-AUDIT-FILE.
004360 4000-EXIT.
004840         MOVE SPACES TO WS-REPORT-LINE
004850         MOVE 1 TO WS-STRING-POINTER
004860         STRING "RANGE " BT-RANGE-ID(WS-BALANCE-SUB)
004870                " - ACKNOWLEDGED BY " WS-PARTNER-NAME
004880                " BUT NEVER SENT TONIGHT"
004890                DELIMITED BY SIZE INTO WS-REPORT-LINE
004900                WITH POINTER WS-STRING-POINTER
004910         MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
004990         MOVE 1 TO WS-STRING-POINTER
005000         STRING "RANGE " BT-RANGE-ID(WS-BALANCE-SUB)
005010                " - SENT " WS-EDIT-COUNT-8
005020                " CELLS - NO ACKNOWLEDGMENT FROM "
005025                WS-PARTNER-NAME
005030                DELIMITED BY SIZE INTO WS-REPORT-LINE
005040                WITH POINTER WS-STRING-POINTER
005050         MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
006010             MOVE SPACES TO WS-REPORT-LINE
006020             MOVE 1 TO WS-STRING-POINTER
006030             STRING "RANGE " BT-RANGE-ID(WS-BALANCE-SUB)
006040                    " - " DELIMITED BY SIZE
006043                       WS-PARTNER-NAME DELIMITED BY SPACE
006046                       " CLAIMS " WS-EDIT-COUNT-8
006050                    " LOADED BUT ONLY " WS-EDIT-COUNT-8B
006060                    " WERE SENT - OVER-ACKNOWLEDGED"
006070                    DELIMITED BY SIZE INTO WS-REPORT-LINE
006990     MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
007000     WRITE ACK-REPORT-RECORD
007010     IF WS-WORST-RC IS GREATER THAN 4
007020         MOVE SPACES TO WS-REPORT-LINE
007030         MOVE 1 TO WS-STRING-POINTER
007031         STRING "*** THE NIGHT DOES NOT BALANCE - HOLD POSTING"
007032                " AND CALL " DELIMITED BY SIZE
007033                WS-PARTNER-NAME DELIMITED BY SPACE
007034                " ***" DELIMITED BY SIZE INTO WS-REPORT-LINE
007035                WITH POINTER WS-STRING-POINTER
007036         MOVE WS-REPORT-LINE TO ACK-REPORT-RECORD
007040         WRITE ACK-REPORT-RECORD
007050     ELSE
007060         MOVE "FEED AND ACKNOWLEDGMENT BALANCE"
007110     EXIT.
007120
007130*****************************************************************
      *    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
      *    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. SHORT
      *    AND UNACKNOWLEDGED RANGES GO IN TOGETHER AS THE ACK-SHORT
      *    COUNT; AN UNBALANCED NIGHT (RC 8) IS THE SAME HOLD CALL
      *    ACKRPT MAKES. THE STEP NAME MUST MATCH THE MULTACK JCL.
      *    A SUBSCRIBER'S RUN POSTS UNDER JOB MULTSAK WITH ITS
      *    SUBSCRIBER-ID AS THE STEP, SO IT NEVER STANDS IN FOR
      *    COSTING'S BALANCE ON THE TURNOVER PAGE.
      *    A RUNSTAT THAT WILL NOT OPEN NEVER CHANGES THE RUN'S RC.
      *****************************************************************
       9800-POST-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
               DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
                   " - NO TURNOVER POSTING"
               GO TO 9800-EXIT
           END-IF
           ADD WS-SHORT-RANGE-COUNT WS-UNACKED-RANGE-COUNT
               GIVING WS-POSTED-SHORT-COUNT
           ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
           MOVE SPACES TO RUN-STATUS-RECORD
           IF WS-ACK-SUBSCRIBER-ID EQUAL TO SPACES
               MOVE "MULTACK"  TO RS-JOB-NAME
               MOVE "STEP010"  TO RS-STEP-NAME
           ELSE
               MOVE "MULTSAK"  TO RS-JOB-NAME
               MOVE WS-ACK-SUBSCRIBER-ID TO RS-STEP-NAME
           END-IF
           MOVE "MULTACK"  TO RS-PROGRAM-ID
           MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
           MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
           MOVE WS-WORST-RC TO RS-RETURN-CODE
           MOVE WS-REJECT-TOTAL TO RS-REJECT-COUNT
           MOVE ZERO TO RS-OVERFLOW-COUNT
           MOVE ZERO TO RS-THRESHOLD-COUNT
           MOVE ZERO TO RS-RECON-COUNT
           MOVE ZERO TO RS-PURGED-COUNT
           MOVE WS-POSTED-SHORT-COUNT TO RS-ACK-SHORT-COUNT
           MOVE 'N' TO RS-HOLD-FEED-SWITCH
           IF WS-WORST-RC IS GREATER THAN 4
               MOVE 'Y' TO RS-HOLD-FEED-SWITCH
               MOVE "NIGHT DOES NOT BALANCE - HOLD POSTING"
                   TO RS-HOLD-REASON
           END-IF
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
       9800-EXIT.
           EXIT.
      
      *****************************************************************
007140*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
007150*    CONDITION TO RETURN-CODE FOR THE SCHEDULER ALERT, AND
007160*    GIVE BACK CONTROL.
007200     CLOSE ACK-FILE
007210     CLOSE AUDIT-FILE
007220     CLOSE ACK-REPORT-FILE
007225     PERFORM 9800-POST-RUN-STATUS THRU 9800-EXIT
007230     MOVE WS-WORST-RC TO RETURN-CODE.
007240 9900-EXIT.
007250     EXIT.
