000290*
000300* MODIFICATION HISTORY
000310*    09/01/2026  JK  ORIGINAL VERSION.
      *    10/15/2026  JK  ALSO AGES OUT THE CELL HISTORY FILE
      *                    (MASTHIST) - ROWS THAT STOPPED BEING
      *                    CURRENT MORE THAN THE HKPPARMS COLS 5-7
      *                    HISTORY RETENTION AGO ARE DELETED UNDER
      *                    THE SAME PURGE SWITCH, WITH KEPT/AGED
      *                    TOTALS ON HKPRPT.
      *    10/15/2026  JK  POSTS ONE RECORD TO THE SHARED RUN-STATUS
      *                    FILE (RUNSTAT) AS IT ENDS, WITH THE ROWS
      *                    ACTUALLY PURGED, FOR THE MULTTOV
      *                    SHIFT-TURNOVER PAGE.
      *    10/15/2026  JK  MASTER RECORD 429 TO 479 BYTES (CELL OVERRIDE
      *                    FLAGS).
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    MULTHKP.
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS TM-MASTER-KEY
000560         FILE STATUS IS WS-MAST-FILE-STATUS.
000561     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS SEQUENTIAL
000564         RECORD KEY IS HS-HISTORY-KEY
000565         FILE STATUS IS WS-HIST-FILE-STATUS.
000566     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000567         ORGANIZATION IS SEQUENTIAL
000568         FILE STATUS IS WS-STAT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000710     05  HK-RETENTION-DAYS      PIC 9(03).
000720     05  HK-PURGE-SWITCH        PIC X(01).
000730         88  HK-PURGE-REQUESTED     VALUE 'Y'.
000740     05  HK-HIST-RETENTION-DAYS PIC 9(03).
000742     05  HK-HIST-RETENTION-X REDEFINES HK-HIST-RETENTION-DAYS
000744                                PIC X(03).
000746     05  FILLER                 PIC X(73).
000750
000760 FD  HOUSEKEEP-REPORT-FILE
000770     RECORDING MODE IS F
000800 01  HOUSEKEEP-REPORT-RECORD        PIC X(132).
000810
000820 FD  TABLE-MASTER-FILE
000830     RECORD CONTAINS 479 CHARACTERS.
000840     COPY MTMSTREC.
000850
       FD  HISTORY-FILE
           RECORD CONTAINS 452 CHARACTERS.
           COPY MTHSTREC.
      
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY MTSTSREC.
      
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880*    SWITCHES
001030     05  WS-ON-DECK-SWITCH      PIC X(01)  VALUE 'N'.
001040         88  WS-ID-IS-ON-DECK               VALUE 'Y'.
001050         88  WS-ID-NOT-ON-DECK              VALUE 'N'.
001051     05  WS-HIST-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001052         88  WS-END-OF-HISTORY-FILE         VALUE 'Y'.
001053     05  WS-HIST-PURGE-SWITCH   PIC X(01)  VALUE 'N'.
001054         88  WS-HIST-PURGE-IS-ON            VALUE 'Y'.
001055     05  WS-HIST-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
001056         88  WS-HISTORY-IS-OPEN             VALUE 'Y'.
001060
001070*****************************************************************
001080*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001110 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001120 77  WS-PARM-FILE-STATUS        PIC X(02).
001130 77  WS-MAST-FILE-STATUS        PIC X(02).
001133 77  WS-HIST-FILE-STATUS        PIC X(02).
001136 77  WS-STAT-FILE-STATUS        PIC X(02).
001140
001150*****************************************************************
001160*    EVERY RANGE-ID ON THE CONTROLS DECK - A MASTER ROW WHOSE
001410 77  WS-CONVERTED-DAY-INT       PIC 9(07).
001420 77  WS-CCYYMMDD                PIC 9(08).
001430 77  WS-TODAY-YYMMDD            PIC 9(06).
001431*    THE CELL HISTORY HAS ITS OWN RETENTION (COLS 5-7) - IT IS
001432*    AN AUDIT AID AND USUALLY OUTLIVES THE MASTER ROWS. BLANK
001433*    TAKES THE DEFAULT; A PUNCHED BUT UNUSABLE VALUE TAKES THE
001434*    DEFAULT AND LEAVES THE HISTORY PURGE OFF.
001435 77  DEFAULT-HIST-RETENTION-DAYS PIC 9(03) VALUE 400.
001436 77  WS-HIST-RETENTION-DAYS     PIC 9(03).
001437 77  WS-HIST-CUTOFF-INT         PIC 9(07).
001440
001450 01  WS-CURRENT-DATE-FIELDS.
001460     05  WS-CD-YY               PIC 99.
001470     05  WS-CD-MM               PIC 99.
001480     05  WS-CD-DD               PIC 99.
001490
001491 01  WS-CURRENT-TIME-FIELDS.
001492     05  WS-CT-HH               PIC 99.
001493     05  WS-CT-MM               PIC 99.
001494     05  WS-CT-SS               PIC 99.
001495     05  WS-CT-HH100            PIC 99.
001496
001500*****************************************************************
001510*    PER-RANGE ACCUMULATORS - THE MASTER READS BACK IN KEY
001520*    ORDER (RANGE-ID PLUS ROW), SO A CONTROL BREAK ON THE
001670 77  WS-TOTAL-REPLACED          PIC 9(06)  VALUE ZERO.
001680 77  WS-TOTAL-DECK-PURGES       PIC 9(06)  VALUE ZERO.
001690 77  WS-TOTAL-AGED-PURGES       PIC 9(06)  VALUE ZERO.
001692 77  WS-HIST-ROW-COUNT          PIC 9(06)  VALUE ZERO.
001694 77  WS-HIST-KEPT-COUNT         PIC 9(06)  VALUE ZERO.
001696 77  WS-HIST-AGED-COUNT         PIC 9(06)  VALUE ZERO.
001698 77  WS-POSTED-PURGES           PIC 9(06)  VALUE ZERO.
001700
001710*****************************************************************
001720*    REPORT-LINE EDITED FIELDS
001900         PERFORM 3500-PROCESS-ONE-ROW THRU 3500-EXIT
001910             UNTIL WS-END-OF-MASTER-FILE
001920     END-IF
001922     IF WS-WORST-RC IS LESS THAN 16
001924         PERFORM 6000-AGE-OUT-HISTORY THRU 6000-EXIT
001926     END-IF
001930     PERFORM 9000-WRITE-RUN-TOTALS  THRU 9000-EXIT
001940     PERFORM 9900-TERMINATE-RUN     THRU 9900-EXIT
001950     GOBACK.
002120     MOVE WS-CONVERTED-DAY-INT TO WS-TODAY-INT
002130     PERFORM 1200-READ-PARM-RECORD THRU 1200-EXIT
002140     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETENTION-DAYS
002143     COMPUTE WS-HIST-CUTOFF-INT =
002146         WS-TODAY-INT - WS-HIST-RETENTION-DAYS
002150     PERFORM 2000-LOAD-DECK-IDS THRU 2000-EXIT
002160     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002170 1000-EXIT.
002510*****************************************************************
002520 1200-READ-PARM-RECORD.
002530     MOVE DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS
002535     MOVE DEFAULT-HIST-RETENTION-DAYS TO WS-HIST-RETENTION-DAYS
002540     READ PARM-FILE
002550         AT END
002560             SET WS-PARM-CARD-MISSING TO TRUE
002720                 MOVE 4 TO WS-WORST-RC
002730             END-IF
002740         END-IF
002742     END-IF
002744     IF WS-PURGE-IS-ON
002746         PERFORM 1250-EDIT-HIST-RETENTION THRU 1250-EXIT
002750     END-IF.
002760 1200-EXIT.
002770     EXIT.
002780
002790*****************************************************************
      *    1250-EDIT-HIST-RETENTION - COLS 5-7 OF A GOOD CARD. BLANK
      *    IS THE DEFAULT HISTORY RETENTION AND THE HISTORY PURGE
      *    FOLLOWS THE CARD'S PURGE SWITCH. A NON-NUMERIC OR ZERO
      *    VALUE IS A FAT FINGER - THE DEFAULT STANDS AND THE
      *    HISTORY IS REPORTED BUT NOT PURGED THIS RUN.
      *****************************************************************
       1250-EDIT-HIST-RETENTION.
           IF HK-HIST-RETENTION-X EQUAL TO SPACES
               SET WS-HIST-PURGE-IS-ON TO TRUE
           ELSE
               IF HK-HIST-RETENTION-DAYS IS NUMERIC AND
                  HK-HIST-RETENTION-DAYS IS GREATER THAN ZERO
                   MOVE HK-HIST-RETENTION-DAYS TO WS-HIST-RETENTION-DAYS
                   SET WS-HIST-PURGE-IS-ON TO TRUE
               ELSE
                   DISPLAY "HKPPARMS HISTORY RETENTION '"
                       HK-HIST-RETENTION-X
                       "' IS NOT A USABLE DAY COUNT - DEFAULTED, NO "
                       "HISTORY PURGE THIS RUN"
                   IF 4 IS GREATER THAN WS-WORST-RC
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               END-IF
           END-IF.
       1250-EXIT.
           EXIT.
      
      *****************************************************************
002800*    1300-WRITE-REPORT-HEADER
002810*****************************************************************
002820 1300-WRITE-REPORT-HEADER.
002860            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002870            "  RETENTION " WS-RETENTION-DAYS " DAYS  PURGE "
002880            WS-PURGE-SWITCH
002883            "  HISTORY RETENTION " WS-HIST-RETENTION-DAYS
002886            " DAYS  PURGE " WS-HIST-PURGE-SWITCH
002890            DELIMITED BY SIZE INTO WS-REPORT-LINE
002900            WITH POINTER WS-STRING-POINTER
002910     MOVE WS-REPORT-LINE TO HOUSEKEEP-REPORT-RECORD
005050     EXIT.
005060
005070*****************************************************************
      *    6000-AGE-OUT-HISTORY - ONE PASS OVER THE CELL HISTORY IN
      *    KEY ORDER. A CLUSTER THAT HAS NEVER BEEN WRITTEN (STATUS
      *    35) HAS NOTHING TO AGE; ANY OTHER BAD OPEN IS A GENUINE
      *    VSAM FAILURE, SAME AS THE MASTER.
      *****************************************************************
       6000-AGE-OUT-HISTORY.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-FILE-STATUS EQUAL TO "35"
               DISPLAY "CELL HISTORY HAS NEVER BEEN WRITTEN - "
                   "NOTHING TO AGE OUT"
               GO TO 6000-EXIT
           END-IF
           IF WS-HIST-FILE-STATUS NOT EQUAL TO "00"
               PERFORM 6400-CHECK-HIST-STATUS THRU 6400-EXIT
               GO TO 6000-EXIT
           END-IF
           SET WS-HISTORY-IS-OPEN TO TRUE
           PERFORM 6100-READ-HISTORY-ROW THRU 6100-EXIT
           PERFORM 6200-AGE-ONE-HISTORY-ROW THRU 6200-EXIT
               UNTIL WS-END-OF-HISTORY-FILE.
       6000-EXIT.
           EXIT.
      
       6100-READ-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   SET WS-END-OF-HISTORY-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-HISTORY-FILE AND
              WS-HIST-FILE-STATUS NOT EQUAL TO "00"
               PERFORM 6400-CHECK-HIST-STATUS THRU 6400-EXIT
               SET WS-END-OF-HISTORY-FILE TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
      
      *****************************************************************
      *    6200-AGE-ONE-HISTORY-ROW - A HISTORY ROW AGES FROM THE
      *    DAY IT STOPPED BEING CURRENT (ITS EFFECTIVE-TO DATE), NOT
      *    THE DAY IT WAS LOADED. AN UNUSABLE DATE IS KEPT, SAME
      *    RULE AS THE MASTER ROWS.
      *****************************************************************
       6200-AGE-ONE-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROW-COUNT
           MOVE HS-EFFECTIVE-TO TO WS-CONVERT-YYMMDD
           PERFORM 7000-CONVERT-DAY THRU 7000-EXIT
           IF WS-CONVERTED-DAY-INT IS GREATER THAN ZERO AND
              WS-CONVERTED-DAY-INT IS LESS THAN WS-HIST-CUTOFF-INT
               ADD 1 TO WS-HIST-AGED-COUNT
               IF WS-HIST-PURGE-IS-ON
                   DELETE HISTORY-FILE RECORD
                   IF WS-HIST-FILE-STATUS NOT EQUAL TO "00"
                       PERFORM 6400-CHECK-HIST-STATUS THRU 6400-EXIT
                       SET WS-END-OF-HISTORY-FILE TO TRUE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-HIST-KEPT-COUNT
           END-IF
           IF NOT WS-END-OF-HISTORY-FILE
               PERFORM 6100-READ-HISTORY-ROW THRU 6100-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      
      *****************************************************************
      *    6400-CHECK-HIST-STATUS - A CELL HISTORY FAILURE IS ALARMED
      *    AND POSTS RC 16 LIKE A MASTER FAILURE.
      *****************************************************************
       6400-CHECK-HIST-STATUS.
           DISPLAY "CELL HISTORY FILE STATUS " WS-HIST-FILE-STATUS
               " IS NOT OK - SEE MASTHIST"
           IF 16 IS GREATER THAN WS-WORST-RC
               MOVE 16 TO WS-WORST-RC
           END-IF.
       6400-EXIT.
           EXIT.
      
      *****************************************************************
005080*    9000-WRITE-RUN-TOTALS - FLUSH THE LAST OPEN RANGE, THEN
005090*    THE RUN TOTALS.
005100*****************************************************************
005260            WITH POINTER WS-STRING-POINTER
005270     MOVE WS-REPORT-LINE TO HOUSEKEEP-REPORT-RECORD
005280     WRITE HOUSEKEEP-REPORT-RECORD
005290     MOVE SPACES TO WS-REPORT-LINE
005291     MOVE 1 TO WS-STRING-POINTER
005292     STRING "CELL HISTORY - ROWS=" WS-HIST-ROW-COUNT
005293            "  KEPT=" WS-HIST-KEPT-COUNT
005294            "  AGED=" WS-HIST-AGED-COUNT
005295            DELIMITED BY SIZE INTO WS-REPORT-LINE
005296            WITH POINTER WS-STRING-POINTER
005297     MOVE WS-REPORT-LINE TO HOUSEKEEP-REPORT-RECORD
005298     WRITE HOUSEKEEP-REPORT-RECORD
005299     IF (NOT WS-PURGE-IS-ON AND
005300        (WS-TOTAL-DECK-PURGES IS GREATER THAN ZERO OR
005310         WS-TOTAL-AGED-PURGES IS GREATER THAN ZERO)) OR
005313        (NOT WS-HIST-PURGE-IS-ON AND
005316         WS-HIST-AGED-COUNT IS GREATER THAN ZERO)
005320         MOVE "*** REPORT ONLY - THE PURGE COUNTS ABOVE WERE NOT
005330-             " REMOVED ***" TO HOUSEKEEP-REPORT-RECORD
005340         WRITE HOUSEKEEP-REPORT-RECORD
005370     EXIT.
005380
005390*****************************************************************
      *    9800-POST-RUN-STATUS - APPEND THIS RUN'S ONE RECORD TO THE
      *    SHARED RUN-STATUS FILE FOR THE SHIFT-TURNOVER PAGE. ONLY
      *    ROWS REALLY DELETED COUNT AS PURGED - A REHEARSAL WITH A
      *    SWITCH OFF POSTS NONE FOR THAT FILE. HOUSEKEEPING NEVER
      *    HOLDS THE FEED. THE STEP NAME MUST MATCH THE MULTTAB JCL.
      *    A RUNSTAT THAT WILL NOT OPEN NEVER CHANGES THE RUN'S RC.
      *****************************************************************
       9800-POST-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STAT-FILE-STATUS NOT EQUAL TO "00"
               DISPLAY "RUNSTAT OPEN FAILED STATUS=" WS-STAT-FILE-STATUS
                   " - NO TURNOVER POSTING"
               GO TO 9800-EXIT
           END-IF
           MOVE ZERO TO WS-POSTED-PURGES
           IF WS-PURGE-IS-ON
               ADD WS-TOTAL-DECK-PURGES WS-TOTAL-AGED-PURGES
                   TO WS-POSTED-PURGES
           END-IF
           IF WS-HIST-PURGE-IS-ON
               ADD WS-HIST-AGED-COUNT TO WS-POSTED-PURGES
           END-IF
           ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE "MULTTAB"  TO RS-JOB-NAME
           MOVE "STEP015"  TO RS-STEP-NAME
           MOVE "MULTHKP"  TO RS-PROGRAM-ID
           MOVE WS-CURRENT-DATE-FIELDS TO RS-RUN-DATE
           MOVE WS-CURRENT-TIME-FIELDS(1:6) TO RS-RUN-TIME
           MOVE WS-WORST-RC TO RS-RETURN-CODE
           MOVE ZERO TO RS-REJECT-COUNT
           MOVE ZERO TO RS-OVERFLOW-COUNT
           MOVE ZERO TO RS-THRESHOLD-COUNT
           MOVE ZERO TO RS-RECON-COUNT
           MOVE WS-POSTED-PURGES TO RS-PURGED-COUNT
           MOVE ZERO TO RS-ACK-SHORT-COUNT
           MOVE 'N' TO RS-HOLD-FEED-SWITCH
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
       9800-EXIT.
           EXIT.
      
      *****************************************************************
005400*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
005410*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
005420*    BACK CONTROL.
005480     IF NOT WS-MASTER-NEVER-LOADED
005490         CLOSE TABLE-MASTER-FILE
005500     END-IF
005502     IF WS-HISTORY-IS-OPEN
005504         CLOSE HISTORY-FILE
005506     END-IF
005508     PERFORM 9800-POST-RUN-STATUS THRU 9800-EXIT
005510     MOVE WS-WORST-RC TO RETURN-CODE.
005520 9900-EXIT.
005530     EXIT.
