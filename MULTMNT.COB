000260*    EVERY TRANSACTION LINE ON THE REPORT CARRIES THE USER-ID
000270*    FROM THE TRANSACTION AND THE RUN DATE/TIME, SO THERE IS A
000280*    RECORD OF WHO CHANGED WHICH RANGE AND WHEN.
000281*    EVERY APPLIED TRANSACTION ALSO GOES TO THE MAINTENANCE
000282*    JOURNAL (JRNLNEW, MTJRNREC) AS A BEFORE/AFTER CARD IMAGE
000283*    WITH THE USER-ID AND TIMESTAMP; THE JCL APPENDS IT TO THE
000284*    PERMANENT MNTJRNL ONLY WHEN THE NEW DECK IS RELEASED, SO
000285*    THE NIGHT RUN'S CHANGE RECONCILIATION (MULTCHG) CAN TELL
000286*    A MAINTAINED RANGE FROM ONE THAT CHANGED ON ITS OWN.
000290*
000300* MODIFICATION HISTORY
000310*    08/22/2026  JK  ORIGINAL VERSION.
000405*                    SWITCH (COL 69, Y/N/BLANK) FOR THE DELTA
000406*                    FEED - Y SENDS EVERY CELL AS AN ADD ON A
000407*                    NEW RANGE'S FIRST TRANSMISSION.
      *    10/15/2026  JK  EVERY APPLIED TRANSACTION WRITES A BEFORE/
      *                    AFTER IMAGE TO THE MAINTENANCE JOURNAL
      *                    (JRNLNEW) FOR THE CHANGE RECONCILIATION.
      *    10/15/2026  JK  TRANSACTION CARRIES THE RUN STREAM (COL 70,
      *                    1-9 OR BLANK) - WHICH PARALLEL MULTTAB
      *                    STREAM BUILDS THE RANGE.
      *    10/15/2026  JK  TRANSACTION CARRIES THE OWNING DEPARTMENT
      *                    (COLS 71-76, LEFT-JUSTIFIED, BLANK = NO
      *                    OWNER) THAT THE MONTHLY CHARGEBACK BILLS.
000408*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    MULTMNT.
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
000600         ORGANIZATION IS SEQUENTIAL.
000603     SELECT JOURNAL-FILE ASSIGN TO "JRNLNEW"
000606         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000957     05  MT-SOURCE-B-ID         PIC X(08).
000958     05  MT-REFRESH-SWITCH      PIC X(01).
000959         88  MT-REFRESH-IS-VALID VALUES 'Y' 'N' ' '.
000960     05  MT-STREAM-NUMBER       PIC X(01).
000962         88  MT-STREAM-IS-VALID VALUES ' ' '1' THRU '9'.
000964     05  MT-OWNER-CODE          PIC X(06).
000966     05  FILLER                 PIC X(04).
000970
000980 FD  NEW-CONTROL-FILE
000990     RECORDING MODE IS F
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  MAINT-REPORT-RECORD            PIC X(132).
001090
001091 FD  JOURNAL-FILE
001092     RECORDING MODE IS F
001093     LABEL RECORDS ARE STANDARD
001094     RECORD CONTAINS 200 CHARACTERS.
001095     COPY MTJRNREC.
001096
001100 WORKING-STORAGE SECTION.
001110*****************************************************************
001120*    SWITCHES
001650 77  MAX-TABLE-SIZE             PIC 99     VALUE 50.
001660 77  WS-EDIT-BOUND              PIC 99.
001670 77  WS-REJECT-REASON           PIC X(40).
001672*    THE DECK RECORD AS IT STOOD BEFORE THE TRANSACTION TOUCHED
001674*    IT - SPACES FOR AN ADD - FOR THE JOURNAL'S BEFORE IMAGE.
001676 77  WS-BEFORE-IMAGE            PIC X(80).
001680
001690*****************************************************************
001700*    COUNTS FOR THE REPORT TRAILER
001730 77  WS-APPLIED-COUNT           PIC 9(04)  VALUE ZERO.
001740 77  WS-REJECTED-COUNT          PIC 9(04)  VALUE ZERO.
001750 77  WS-WRITTEN-COUNT           PIC 9(04)  VALUE ZERO.
001755 77  WS-JOURNAL-COUNT           PIC 9(04)  VALUE ZERO.
001760
001770 01  WS-CURRENT-DATE-FIELDS.
001780     05  WS-CD-YY               PIC 99.
002150     OPEN INPUT  TRANSACTION-FILE
002160     OPEN OUTPUT NEW-CONTROL-FILE
002170     OPEN OUTPUT MAINT-REPORT-FILE
002175     OPEN OUTPUT JOURNAL-FILE
002180     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002190     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
002200     MOVE SPACES TO WS-REPORT-LINE
003110     IF WS-TRAN-IS-VALID
003120         PERFORM 5000-APPLY-ACTION THRU 5000-EXIT
003130     END-IF
003131*    5000 CAN STILL TURN AN ADD AWAY (DECK FULL), SO THE JOURNAL
003132*    ENTRY WAITS FOR ITS VERDICT.
003133     IF WS-TRAN-IS-VALID
003134         PERFORM 5500-WRITE-JOURNAL-ENTRY THRU 5500-EXIT
003135     END-IF
003140     PERFORM 6000-WRITE-TRAN-REPORT-LINE THRU 6000-EXIT
003150     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
003160 3500-EXIT.
003605*****************************************************************
003606*    4230-EDIT-OUTPUT-FIELDS - THE EDITS COMMON TO EVERY ADD AND
003607*    CHANGE, DERIVED OR COMPUTED: PAGE SIZE, OUTPUT SWITCHES,
003608*    CHECKPOINT INTERVAL, RUN STREAM, OWNING DEPARTMENT AND
      *    THE RUN-DAY FLAGS. A BLANK OWNER IS LET THROUGH - THE
      *    CHARGEBACK LISTS UNOWNED RANGES FOR CHASING - BUT A CODE
      *    KEYED ONE COLUMN LATE WOULD BILL A DEPARTMENT NOBODY HAS.
003609*****************************************************************
003610 4230-EDIT-OUTPUT-FIELDS.
003611     IF MT-PAGE-SIZE IS NOT NUMERIC
003632         MOVE "FULL-REFRESH SWITCH IS NOT Y, N OR BLANK"
003633             TO WS-REJECT-REASON
003634     ELSE
           IF NOT MT-STREAM-IS-VALID
               SET WS-TRAN-IS-INVALID TO TRUE
               MOVE "RUN STREAM IS NOT 1-9 OR BLANK" TO WS-REJECT-REASON
           ELSE
           IF MT-OWNER-CODE(1:1) EQUAL TO SPACE AND
              MT-OWNER-CODE NOT EQUAL TO SPACES
               SET WS-TRAN-IS-INVALID TO TRUE
               MOVE "OWNER CODE IS NOT LEFT-JUSTIFIED"
                   TO WS-REJECT-REASON
           ELSE
003635         PERFORM 4270-CHECK-RUN-DAYS THRU 4270-EXIT
003636     END-IF
003637     END-IF
003638     END-IF
003639     END-IF
           END-IF
           END-IF
003640     END-IF.
003641 4230-EXIT.
003642     EXIT.
004890*    SHIFT FIELDS SILENTLY. THE CALLER PREPARES THE RECORD
004900*    FIRST: SPACES FOR AN ADD, THE EXISTING DECK RECORD FOR A
004910*    CHANGE. A CHANGE CARD REPLACES EVERY MAINTAINED FIELD -
004912*    COLUMNS 1 THROUGH 67 (BOUNDS, SWITCHES, OPERATION,
004914*    START/STEP, RUN DAYS, PROFILE, THE DERIVE FIELDS, THE
004916*    FULL-REFRESH SWITCH, THE RUN STREAM AND THE OWNING
004917*    DEPARTMENT) - SO CARRY THE WHOLE RANGE DEFINITION ON
004918*    THE CARD; ONLY COLUMNS 68-80 OF THE OLD RECORD SURVIVE.
004920*****************************************************************
004930 4300-MOVE-TRAN-TO-CONTROL.
004940     MOVE MT-GUY-BOUND           TO CR-GUY-BOUND
005056     MOVE MT-SOURCE-A-ID         TO CR-SOURCE-A-ID
005058     MOVE MT-SOURCE-B-ID         TO CR-SOURCE-B-ID
005059     MOVE MT-REFRESH-SWITCH      TO CR-FULL-REFRESH-SWITCH
           MOVE MT-STREAM-NUMBER       TO CR-STREAM-NUMBER
           MOVE MT-OWNER-CODE          TO CR-OWNER-CODE
005060     MOVE MT-RANGE-ID            TO CR-RANGE-ID.
005070 4300-EXIT.
005080     EXIT.
005450*    PUT IT TO THE DECK TABLE.
005460*****************************************************************
005470 5000-APPLY-ACTION.
005471     IF MT-ACTION-IS-ADD
005472         MOVE SPACES TO WS-BEFORE-IMAGE
005473     ELSE
005474         MOVE DT-RECORD(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
005475     END-IF
005480     IF MT-ACTION-IS-DELETE
005490*        EVERY LIVE COPY GOES - A HAND-EDITED DECK CAN CARRY A
005500*        DUPLICATE RANGE-ID, AND ONE D CARD HAS TO CLEAN IT UP.
006100     EXIT.
006110
006120*****************************************************************
      *    5500-WRITE-JOURNAL-ENTRY - ONE JOURNAL RECORD PER APPLIED
      *    TRANSACTION: THE DECK CARD BEFORE AND AFTER, WHO, AND WHEN.
      *    A DELETE HAS NO AFTER IMAGE; AN ADD HAS NO BEFORE IMAGE.
      *    CONTROL-RECORD STILL HOLDS THE CARD 5000 JUST BUILT.
      *****************************************************************
       5500-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE MT-RANGE-ID TO JR-RANGE-ID
           MOVE MT-ACTION TO JR-ACTION
           MOVE MT-USER-ID TO JR-USER-ID
           MOVE WS-CURRENT-DATE-FIELDS TO JR-DATE
           MOVE WS-CT-HH TO JR-TIME(1:2)
           MOVE WS-CT-MM TO JR-TIME(3:2)
           MOVE WS-CT-SS TO JR-TIME(5:2)
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           IF MT-ACTION-IS-DELETE
               MOVE SPACES TO JR-AFTER-IMAGE
           ELSE
               MOVE CONTROL-RECORD TO JR-AFTER-IMAGE
           END-IF
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.
       5500-EXIT.
           EXIT.
      
      *****************************************************************
006130*    6000-WRITE-TRAN-REPORT-LINE - ONE LINE PER TRANSACTION,
006140*    APPLIED OR REJECTED, WITH THE USER-ID OFF THE CARD - THE
006150*    WHO-CHANGED-WHAT-AND-WHEN RECORD THE SHOP ASKED FOR.
006260                " RECON=" MT-RECON-SWITCH
006270                " CKPT=" MT-CHECKPOINT-INTERVAL
006280                " OP=" MT-OPERATION-CODE
006285                " OWNER=" MT-OWNER-CODE
006290                " BY " MT-USER-ID
006300                DELIMITED BY SIZE INTO WS-REPORT-LINE
006310                WITH POINTER WS-STRING-POINTER
006770            "  APPLIED=" WS-APPLIED-COUNT
006780            "  REJECTED=" WS-REJECTED-COUNT
006790            "  RANGES ON NEW DECK=" WS-WRITTEN-COUNT
006795            "  JOURNAL ENTRIES=" WS-JOURNAL-COUNT
006800            DELIMITED BY SIZE INTO WS-REPORT-LINE
006810            WITH POINTER WS-STRING-POINTER
006820     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
007090     CLOSE TRANSACTION-FILE
007100     CLOSE NEW-CONTROL-FILE
007110     CLOSE MAINT-REPORT-FILE
007115     CLOSE JOURNAL-FILE
007120     MOVE WS-WORST-RC TO RETURN-CODE.
007130 9900-EXIT.
007140     EXIT.
