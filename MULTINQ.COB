000272*                    ONE ANSWER LINE PER CELL OF THE ROW.
000273*                    EVERY ANSWER KEEPS THE ONE-LINE INQRPT
000274*                    SHAPE SO THE CLERKS' PROCEDURES HOLD.
      *    10/15/2026  JK  NEW REQUEST TYPE H = POSITION FETCH AS OF
      *                    THE COLS 30-35 DATE (YYMMDD). THE MASTER
      *                    ROW ANSWERS IF IT WAS ALREADY LOADED BY
      *                    THEN; OTHERWISE THE ROW THAT WAS LIVE ON
      *                    THAT DATE IS READ BACK FROM THE NEW CELL
      *                    HISTORY FILE (MASTHIST) THAT MULT-TABLE
      *                    KEEPS. THE ANSWER LINE SAYS WHICH.
      *    10/15/2026  JK  MASTER RECORD 429 TO 479 BYTES (CELL OVERRIDE
      *                    FLAGS) - A CELL CARRYING AN APPROVED MANUAL
      *                    OVERRIDE ANSWERS WITH "(OVERRIDE)" AFTER ITS
      *                    VALUE.
000275*****************************************************************
000276 IDENTIFICATION DIVISION.
000277 PROGRAM-ID.    MULTINQ.
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS TM-MASTER-KEY
000470         FILE STATUS IS WS-MAST-FILE-STATUS.
000471     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS HS-HISTORY-KEY
000475         FILE STATUS IS WS-HIST-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000583         88  IQ-OPERAND-FETCH       VALUE 'O'.
000584         88  IQ-VALUE-SEARCH        VALUE 'V'.
000585         88  IQ-ROW-BROWSE          VALUE 'B'.
               88  IQ-AS-OF-FETCH         VALUE 'H'.
000586         88  IQ-TYPE-IS-VALID       VALUES ' ' 'P' 'O' 'V'
000587                                           'B' 'H'.
000588     05  IQ-SEARCH-VALUE        PIC X(08).
000589     05  IQ-SEARCH-TOLERANCE    PIC X(08).
000590     05  IQ-AS-OF-DATE          PIC X(06).
000591     05  IQ-AS-OF-PARTS REDEFINES IQ-AS-OF-DATE.
000592         10  IQ-AS-OF-YY        PIC 9(02).
000593         10  IQ-AS-OF-MM        PIC 9(02).
000594         10  IQ-AS-OF-DD        PIC 9(02).
000595     05  FILLER                 PIC X(45).
000600
000610 FD  INQUIRY-REPORT-FILE
000620     RECORDING MODE IS F
000650 01  INQUIRY-REPORT-RECORD          PIC X(132).
000660
000670 FD  TABLE-MASTER-FILE
000680     RECORD CONTAINS 479 CHARACTERS.
000690     COPY MTMSTREC.
000780
000782 FD  HISTORY-FILE
000784     RECORD CONTAINS 452 CHARACTERS.
000786     COPY MTHSTREC.
000788
000790 WORKING-STORAGE SECTION.
000800*****************************************************************
000810*    SWITCHES
000830 01  WS-SWITCHES.
000840     05  WS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
000850         88  WS-END-OF-REQUEST-FILE         VALUE 'Y'.
000852     05  WS-HIST-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
000854         88  WS-HISTORY-AVAILABLE           VALUE 'Y'.
000856         88  WS-HISTORY-NOT-AVAILABLE       VALUE 'N'.
000860
000870*****************************************************************
000880*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN ACROSS EVERY
001014     88  WS-OPERANDS-RESOLVED              VALUE 'Y'.
001015     88  WS-OPERANDS-OFF-GRID              VALUE 'N'.
001016
      *****************************************************************
      *    AS-OF FETCH WORK AREAS - A ROW READ BACK FROM MASTHIST IS
      *    MOVED INTO THE MASTER FD AREA SO THE ORDINARY ANSWER
      *    PARAGRAPHS SERVE IT UNCHANGED; THE SOURCE SWITCH TELLS
      *    3380 TO SAY WHERE THE ANSWER CAME FROM.
      *****************************************************************
       77  WS-HIST-FILE-STATUS        PIC X(02).
       77  WS-AS-OF-DATE              PIC 9(06).
       77  WS-SUPERSEDED-DATE         PIC 9(06).
       77  WS-HISTORY-ANSWER-COUNT    PIC 9(04)  VALUE ZERO.
       77  WS-STRING-POINTER          PIC 9(04).
       01  WS-ANSWER-SOURCE-SWITCH    PIC X(01)  VALUE 'M'.
           88  WS-ANSWER-FROM-MASTER             VALUE 'M'.
           88  WS-ANSWER-FROM-HISTORY            VALUE 'H'.
      
001017 PROCEDURE DIVISION.
001020*****************************************************************
001030*    0000-MAINLINE
001180     OPEN INPUT  INQUIRY-REQUEST-FILE
001190     OPEN OUTPUT INQUIRY-REPORT-FILE
001200     OPEN INPUT  TABLE-MASTER-FILE
001210     PERFORM 1100-CHECK-MAST-STATUS THRU 1100-EXIT
001215     PERFORM 1150-OPEN-HISTORY-FILE THRU 1150-EXIT.
001220 1000-EXIT.
001230     EXIT.
001240
001410     EXIT.
001420
001430*****************************************************************
      *    1150-OPEN-HISTORY-FILE - THE CELL HISTORY FILE IS ONLY
      *    NEEDED BY AS-OF REQUESTS. A CLUSTER NOTHING HAS BEEN
      *    WRITTEN TO YET (STATUS 35) IS NOT AN ERROR - AS-OF
      *    REQUESTS ARE THEN ANSWERED FROM THE MASTER ALONE. ANY
      *    OTHER FAILURE IS ALARMED LIKE A MASTER FAILURE.
      *****************************************************************
       1150-OPEN-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-FILE-STATUS
           WHEN "00"
               SET WS-HISTORY-AVAILABLE TO TRUE
           WHEN "35"
               SET WS-HISTORY-NOT-AVAILABLE TO TRUE
           WHEN OTHER
               SET WS-HISTORY-NOT-AVAILABLE TO TRUE
               DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
                   " IS NOT OK - SEE MASTHIST"
               IF 16 IS GREATER THAN WS-WORST-RC
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-EVALUATE.
       1150-EXIT.
           EXIT.
      
      *****************************************************************
001440*    2000-READ-REQUEST-RECORD - GET THE NEXT RANGE/ROW/COLUMN
001450*    INQUIRY.
001460*****************************************************************
001550*****************************************************************
001560*    2500-PROCESS-ONE-REQUEST - EDIT THE REQUEST, ANSWER IT BY
001570*    ITS TYPE (POSITION FETCH, OPERAND FETCH, VALUE SEARCH OR
001580*    ROW BROWSE, OR AN AS-OF FETCH), THEN PICK UP THE NEXT
001585*    REQUEST.
001590*****************************************************************
001600 2500-PROCESS-ONE-REQUEST.
001610     ADD 1 TO WS-REQUEST-COUNT
001612     SET WS-REQUEST-IS-GOOD TO TRUE
001616     SET WS-ANSWER-FROM-MASTER TO TRUE
001620     IF IQ-RANGE-ID EQUAL TO SPACES OR
001622        NOT IQ-TYPE-IS-VALID
001670         PERFORM 3100-REJECT-REQUEST THRU 3100-EXIT
001705             IF WS-REQUEST-IS-GOOD
001706                 PERFORM 3700-BROWSE-ROW THRU 3700-EXIT
001707             END-IF
               WHEN IQ-AS-OF-FETCH
                   PERFORM 2600-EDIT-POSITION-FIELDS THRU 2600-EXIT
                   IF WS-REQUEST-IS-GOOD
                       PERFORM 2670-EDIT-AS-OF-DATE THRU 2670-EXIT
                   END-IF
                   IF WS-REQUEST-IS-GOOD
                       MOVE IQ-ROW-NUMBER    TO WS-FETCH-ROW
                       MOVE IQ-COLUMN-NUMBER TO WS-FETCH-COL
                       PERFORM 3800-FETCH-AS-OF THRU 3800-EXIT
                   END-IF
001708         END-EVALUATE
001709     END-IF
001710     PERFORM 2000-READ-REQUEST-RECORD THRU 2000-EXIT.
001781     EXIT.
001782
001783*****************************************************************
      *    2670-EDIT-AS-OF-DATE - AN AS-OF FETCH NEEDS A REAL YYMMDD
      *    DATE IN COLS 30-35 - NUMERIC, MONTH 01-12, DAY 01-31.
      *****************************************************************
       2670-EDIT-AS-OF-DATE.
           IF IQ-AS-OF-DATE IS NOT NUMERIC
               SET WS-REQUEST-IS-BAD TO TRUE
           ELSE
               IF IQ-AS-OF-MM LESS THAN 1 OR
                  IQ-AS-OF-MM GREATER THAN 12 OR
                  IQ-AS-OF-DD LESS THAN 1 OR
                  IQ-AS-OF-DD GREATER THAN 31
                   SET WS-REQUEST-IS-BAD TO TRUE
               END-IF
           END-IF
           IF WS-REQUEST-IS-BAD
               PERFORM 3100-REJECT-REQUEST THRU 3100-EXIT
           ELSE
               MOVE IQ-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
       2670-EXIT.
           EXIT.
      
      *****************************************************************
001784*    3000-FETCH-AND-ANSWER - ONE KEYED READ AGAINST MASTFILE.
001785*    AN INVALID KEY MEANS THE RANGE/ROW WAS NEVER LOADED - THE
001786*    NOT-FOUND MESSAGE NAMES THE KEY SO THE CLERK CAN SEE WHAT
002662 3380-WRITE-ANSWER-LINE.
002663     PERFORM 3350-RESOLVE-OPERANDS THRU 3350-EXIT
002664     MOVE SPACES TO INQUIRY-REPORT-RECORD
           MOVE 1 TO WS-STRING-POINTER
002665     STRING "RANGE-ID=" IQ-RANGE-ID
002666            " ROW=" WS-FETCH-ROW
002667            " (GUY " WS-GUY-OPERAND ")"
002668            " COL=" WS-FETCH-COL
002669            " (GAL " WS-GAL-OPERAND ")"
002670            " VALUE=" TM-CELL(WS-FETCH-COL)
002671            DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                  WITH POINTER WS-STRING-POINTER
      *    A CELL CARRYING AN APPROVED OVERRIDE IS NOT THE ARITHMETIC -
      *    SAY SO, OR THE CLERK WILL REPORT IT AS WRONG.
           IF TM-CELL-OVERRIDDEN(WS-FETCH-COL)
               STRING " (OVERRIDE)"
                      DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                      WITH POINTER WS-STRING-POINTER
           END-IF
           STRING " OP=" TM-OPERATION-CODE
002672            " (LOADED " TM-RUN-DATE ")"
002673            DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                  WITH POINTER WS-STRING-POINTER
      *    AN AS-OF ANSWER SAYS WHICH DATE IT ANSWERS FOR, AND A ROW
      *    FROM HISTORY ALSO SAYS WHEN IT STOPPED BEING CURRENT.
           IF IQ-AS-OF-FETCH
               STRING " AS OF " WS-AS-OF-DATE
                      DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                      WITH POINTER WS-STRING-POINTER
               IF WS-ANSWER-FROM-HISTORY
                   STRING " - FROM CELL HISTORY, SUPERSEDED "
                          WS-SUPERSEDED-DATE
                          DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                          WITH POINTER WS-STRING-POINTER
               ELSE
                   STRING " - CURRENT MASTER ROW"
                          DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                          WITH POINTER WS-STRING-POINTER
               END-IF
           END-IF
002674     WRITE INQUIRY-REPORT-RECORD.
002675 3380-EXIT.
002676     EXIT.
002887     EXIT.
002888
002889*****************************************************************
      *    3800-FETCH-AS-OF - "WHAT DID THIS CELL SAY ON YYMMDD?"
      *    THE MASTER ROW ANSWERS IF IT WAS LOADED ON OR BEFORE THE
      *    AS-OF DATE - NOTHING HAS REPLACED IT SINCE. A ROW LOADED
      *    LATER, OR NO MASTER ROW AT ALL (A DROPPED ROW), SENDS THE
      *    REQUEST TO THE CELL HISTORY FILE.
      *****************************************************************
       3800-FETCH-AS-OF.
           MOVE IQ-RANGE-ID   TO TM-RANGE-ID
           MOVE WS-FETCH-ROW  TO TM-ROW-NUMBER
           READ TABLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MAST-FILE-STATUS NOT EQUAL TO "00" AND
              WS-MAST-FILE-STATUS NOT EQUAL TO "23"
               PERFORM 1100-CHECK-MAST-STATUS THRU 1100-EXIT
               PERFORM 3250-ANSWER-IO-ERROR THRU 3250-EXIT
               GO TO 3800-EXIT
           END-IF
           IF WS-MAST-FILE-STATUS EQUAL TO "00" AND
              TM-RUN-DATE NOT GREATER THAN WS-AS-OF-DATE
               PERFORM 3300-ANSWER-CELL-VALUE THRU 3300-EXIT
           ELSE
               PERFORM 3850-FETCH-FROM-HISTORY THRU 3850-EXIT
           END-IF.
       3800-EXIT.
           EXIT.
      
      *****************************************************************
      *    3850-FETCH-FROM-HISTORY - EACH HISTORY ROW WAS LIVE FROM
      *    HS-EFFECTIVE-FROM UP TO (NOT INCLUDING) HS-EFFECTIVE-TO,
      *    AND THE KEY ENDS IN THE EFFECTIVE-TO DATE - SO THE FIRST
      *    ROW FOR THIS RANGE/ROW KEYED PAST THE AS-OF DATE IS THE
      *    ONLY ONE THAT CAN HAVE BEEN LIVE ON IT. IT ANSWERS IF IT
      *    HAD ALREADY BEEN LOADED BY THEN; OTHERWISE THE ROW DID
      *    NOT EXIST ON THAT DATE.
      *****************************************************************
       3850-FETCH-FROM-HISTORY.
           IF WS-HISTORY-NOT-AVAILABLE
               PERFORM 3870-ANSWER-NO-VALUE-AS-OF THRU 3870-EXIT
               GO TO 3850-EXIT
           END-IF
           MOVE IQ-RANGE-ID   TO HS-RANGE-ID
           MOVE WS-FETCH-ROW  TO HS-ROW-NUMBER
           MOVE WS-AS-OF-DATE TO HS-EFFECTIVE-TO
           START HISTORY-FILE KEY IS GREATER THAN HS-HISTORY-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-HIST-FILE-STATUS EQUAL TO "00"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF
           IF WS-HIST-FILE-STATUS NOT EQUAL TO "00" AND
              WS-HIST-FILE-STATUS NOT EQUAL TO "10" AND
              WS-HIST-FILE-STATUS NOT EQUAL TO "23"
               PERFORM 3890-ANSWER-HISTORY-ERROR THRU 3890-EXIT
               GO TO 3850-EXIT
           END-IF
           IF WS-HIST-FILE-STATUS EQUAL TO "00" AND
              HS-RANGE-ID EQUAL TO IQ-RANGE-ID AND
              HS-ROW-NUMBER EQUAL TO WS-FETCH-ROW AND
              HS-EFFECTIVE-FROM NOT GREATER THAN WS-AS-OF-DATE
               MOVE HS-ROW-IMAGE TO TABLE-MASTER-RECORD
               MOVE HS-EFFECTIVE-TO TO WS-SUPERSEDED-DATE
               SET WS-ANSWER-FROM-HISTORY TO TRUE
               ADD 1 TO WS-HISTORY-ANSWER-COUNT
               PERFORM 3300-ANSWER-CELL-VALUE THRU 3300-EXIT
           ELSE
               PERFORM 3870-ANSWER-NO-VALUE-AS-OF THRU 3870-EXIT
           END-IF.
       3850-EXIT.
           EXIT.
      
      *****************************************************************
      *    3870-ANSWER-NO-VALUE-AS-OF - NEITHER THE MASTER NOR THE
      *    CELL HISTORY HOLDS A ROW THAT WAS LIVE ON THE AS-OF DATE -
      *    THE RANGE WAS NOT LOADED YET, THE ROW WAS NOT IN ITS GRID
      *    THEN, OR THE HISTORY HAS BEEN AGED OUT BY HOUSEKEEPING.
      *****************************************************************
       3870-ANSWER-NO-VALUE-AS-OF.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "NOT FOUND - RANGE-ID=" IQ-RANGE-ID
                  " ROW=" WS-FETCH-ROW
                  " HAD NO VALUE ON FILE AS OF " WS-AS-OF-DATE
                  " - NOT YET LOADED THEN, OR ITS HISTORY HAS BEEN"
                  " AGED OUT"
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF 4 IS GREATER THAN WS-WORST-RC
               MOVE 4 TO WS-WORST-RC
           END-IF.
       3870-EXIT.
           EXIT.
      
      *****************************************************************
      *    3890-ANSWER-HISTORY-ERROR - THE CELL HISTORY FILE ITSELF
      *    FAILED - ALARM IT AND STILL ANSWER THE CLERK SO THE
      *    REQUEST TOTALS BALANCE.
      *****************************************************************
       3890-ANSWER-HISTORY-ERROR.
           DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
               " IS NOT OK - SEE MASTHIST"
           IF 16 IS GREATER THAN WS-WORST-RC
               MOVE 16 TO WS-WORST-RC
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "NOT ANSWERED - RANGE-ID=" IQ-RANGE-ID
                  " ROW=" WS-FETCH-ROW
                  " - CELL HISTORY I/O ERROR, STATUS "
                  WS-HIST-FILE-STATUS
                  " - CALL SYSTEMS"
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.
       3890-EXIT.
           EXIT.
      
      *****************************************************************
002890*    9900-TERMINATE-RUN - WRITE THE REQUEST TOTALS, CLOSE FILES,
002891*    POST THE RUN'S WORST CONDITION TO RETURN-CODE FOR THE JCL
002892*    COND CHECK, AND GIVE BACK CONTROL.
002896     STRING "TOTALS - REQUESTS=" WS-REQUEST-COUNT
002897            " ANSWERED=" WS-ANSWERED-COUNT
002898            " NOT ANSWERED=" WS-REJECTED-COUNT
                  " FROM HISTORY=" WS-HISTORY-ANSWER-COUNT
002899            DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002900     WRITE INQUIRY-REPORT-RECORD
002901     CLOSE INQUIRY-REQUEST-FILE
002902     CLOSE INQUIRY-REPORT-FILE
002903     CLOSE TABLE-MASTER-FILE
           IF WS-HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
002904     MOVE WS-WORST-RC TO RETURN-CODE.
002905 9900-EXIT.
002906     EXIT.
