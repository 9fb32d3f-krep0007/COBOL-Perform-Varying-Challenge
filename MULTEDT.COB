000372*                    COLS 43-59) GET THE DRIVER'S SOURCE EDITS
000373*                    AND SKIP THE GRID ONES, IN STEP WITH THE
000374*                    DRIVER'S 3000-EDIT-BOUNDS.
      *    10/15/2026  JK  POSTS ONE RECORD TO THE SHARED RUN-STATUS
      *                    FILE (RUNSTAT) AS IT ENDS, WITH THE REJECTED
      *                    CARD COUNT, FOR THE MULTTOV SHIFT-TURNOVER
      *                    PAGE.
      *    10/15/2026  JK  RUN STREAM (COL 61) EDITED 1-9 OR BLANK, IN
      *                    STEP WITH THE DRIVER'S 3185-REJECT-STREAM.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    MULTEDT.
000550         FILE STATUS IS WS-PROF-FILE-STATUS.
000560     SELECT EDIT-REPORT-FILE ASSIGN TO "EDTRPT"
000570         ORGANIZATION IS SEQUENTIAL.
000572     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS WS-STAT-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  EDIT-REPORT-RECORD             PIC X(132).
000840
000841 FD  RUN-STATUS-FILE
000842     RECORDING MODE IS F
000843     LABEL RECORDS ARE STANDARD
000844     RECORD CONTAINS 120 CHARACTERS.
000845     COPY MTSTSREC.
000846
000850 WORKING-STORAGE SECTION.
000860*****************************************************************
000870*    SWITCHES
001660 77  WS-PROFILE-COUNT           PIC 9(02)  VALUE ZERO.
001670 77  WS-PROFILE-SUB             PIC 9(02).
001680 77  WS-PROF-FILE-STATUS        PIC X(02).
001685 77  WS-STAT-FILE-STATUS        PIC X(02).
001690
001700*****************************************************************
001710*    DECK-LEVEL RUN-DAY COVERAGE - HOW MANY EDIT-CLEAN RANGES
001990     05  WS-CD-MM               PIC 99.
002000     05  WS-CD-DD               PIC 99.
002010
002011 01  WS-CURRENT-TIME-FIELDS.
002012     05  WS-CT-HH               PIC 99.
002013     05  WS-CT-MM               PIC 99.
002014     05  WS-CT-SS               PIC 99.
002015     05  WS-CT-HH100            PIC 99.
002016
002020 77  WS-STRING-POINTER          PIC 9(04).
002030 01  WS-REPORT-LINE             PIC X(132).
002040
004140         MOVE WS-REPORT-LINE TO EDIT-REPORT-RECORD
004150         WRITE EDIT-REPORT-RECORD
004160     END-IF
           IF NOT CR-STREAM-IS-VALID
               PERFORM 7000-WRITE-REJECT-PREFIX THRU 7000-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-STRING-POINTER
               STRING "REJECT - RANGE-ID " WS-RANGE-ID
                      " RUN STREAM '" CR-STREAM-NUMBER
                      "' IS NOT 1 THRU 9 OR BLANK"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
                      WITH POINTER WS-STRING-POINTER
               MOVE WS-REPORT-LINE TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
004170     IF WS-RANGE-ID EQUAL TO SPACES
004180         PERFORM 7000-WRITE-REJECT-PREFIX THRU 7000-EXIT
004190         MOVE "REJECT - RANGE-ID IS BLANK - A RANGE IDENTIFIER I
006900     EXIT.
006910
006920*****************************************************************
      *    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
      *    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. A
      *    REJECTED CARD HOLDS THE DECK, NOT THE FEED - THE RC SAYS
      *    SO ON ITS OWN. THE STEP NAME MUST MATCH THE MULTEDT JCL.
      *    A RUNSTAT THAT WILL NOT OPEN NEVER CHANGES THE RUN'S RC.
      *****************************************************************
       9800-POST-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
               DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
                   " - NO TURNOVER POSTING"
               GO TO 9800-EXIT
           END-IF
           ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE "MULTEDT"  TO RS-JOB-NAME
           MOVE "STEP010"  TO RS-STEP-NAME
           MOVE "MULTEDT"  TO RS-PROGRAM-ID
           MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
           MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
           MOVE WS-WORST-RC TO RS-RETURN-CODE
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
           MOVE ZERO TO RS-OVERFLOW-COUNT
           MOVE ZERO TO RS-THRESHOLD-COUNT
           MOVE ZERO TO RS-RECON-COUNT
           MOVE ZERO TO RS-PURGED-COUNT
           MOVE ZERO TO RS-ACK-SHORT-COUNT
           MOVE 'N' TO RS-HOLD-FEED-SWITCH
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
       9800-EXIT.
           EXIT.
      
      *****************************************************************
006930*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
006940*    CONDITION TO RETURN-CODE FOR THE SCHEDULER'S RELEASE GATE,
006950*    AND GIVE BACK CONTROL.
006970 9900-TERMINATE-RUN.
006980     CLOSE CONTROL-FILE
006990     CLOSE EDIT-REPORT-FILE
006995     PERFORM 9800-POST-RUN-STATUS THRU 9800-EXIT
007000     MOVE WS-WORST-RC TO RETURN-CODE.
007010 9900-EXIT.
007020     EXIT.
