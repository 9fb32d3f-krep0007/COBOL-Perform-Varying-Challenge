000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTBKP
000170* PURPOSE - BACKUP AND REBUILD OF THE PERSISTENT VSAM TABLE
000180*    MASTER (MASTFILE). WITH THE RUN-DAY FLAGS MOST RANGES ARE
000190*    NOT RELOADED ON ANY GIVEN NIGHT, SO A DAMAGED OR LOST
000200*    CLUSTER CANNOT BE GOT BACK BY RERUNNING MULTTAB.
000210*    UNLOAD MODE (NIGHTLY, AFTER MULTHKP) COPIES THE MASTER IN
000220*    KEY ORDER TO A SEQUENTIAL BACKUP GENERATION (MASTBKUP) -
000230*    A HEADER, THE ROWS AND A TRAILER WITH THE ROW COUNT, CELL
000240*    COUNT AND CELL HASH TOTAL PER RANGE, THE SAME BALANCING
000250*    AS A TABLEOUT BLOCK, AND ONE END RECORD FOR THE WHOLE
000260*    BACKUP. RESTORE MODE (THE MULTRST JOB) READS A CHOSEN
000270*    GENERATION BACK INTO A FRESHLY DEFINED CLUSTER, RE-PROVES
000280*    EVERY RANGE'S COUNTS AND HASH BEFORE ANY OF ITS ROWS ARE
000290*    WRITTEN, AND LISTS EVERY RANGE IT COULD NOT RESTORE, AND
000300*    WHY, ON BKPRPT.
000310*    BKPPARMS CARD: COL 1 MODE (U OR BLANK = UNLOAD, R =
000320*    RESTORE). NO CARD AT ALL MEANS UNLOAD.
000330*    RESTORE ALSO TAKES A GENERATION UNLOADED BEFORE THE CELL
000340*    OVERRIDE FLAGS (430-BYTE RECORDS): ITS ROWS ARE LOADED WITH
000350*    ALL FIFTY FLAGS BLANK, NO CELL OVERRIDDEN - THE SAME AS THE
000360*    MASTER THEY CAME FROM. THAT RESTORE IS THE CUTOVER TO THE
000370*    479-BYTE MASTER (MULTRST).
000380*
000390* MODIFICATION HISTORY
000400*    10/15/2026  JK  ORIGINAL VERSION.
000410*    10/15/2026  JK  MASTER RECORD 429 TO 479 BYTES (CELL OVERRIDE
000420*                    FLAGS), BACKUP RECORD 430 TO 480. RESTORE
000430*                    STILL READS A 430-BYTE GENERATION AND LOADS
000440*                    IT WITH THE OVERRIDE FLAGS BLANK - THE
000450*                    CUTOVER TO THE WIDER MASTER.
000460*    10/15/2026  JK  RESTORE FAILS A BLOCK WHOSE ROWS ARE NOT IN
000470*                    ASCENDING KEY ORDER BEFORE ANY OF IT IS
000480*                    WRITTEN - THE HASH DOES NOT COVER ROW
000490*                    NUMBERS, SO A DUPLICATED OR SWAPPED ROW
000500*                    USED TO BALANCE AND FAIL PART-WRITTEN.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.    MULTBKP.
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
000640     SELECT PARM-FILE ASSIGN TO "BKPPARMS"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PARM-FILE-STATUS.
000670     SELECT BACKUP-REPORT-FILE ASSIGN TO "BKPRPT"
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT BACKUP-FILE ASSIGN TO "MASTBKUP"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-BKUP-FILE-STATUS.
000720     SELECT OLD-BACKUP-FILE ASSIGN TO "MASTBKUP"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-BKUP-FILE-STATUS.
000750     SELECT TABLE-MASTER-FILE ASSIGN TO "MASTFILE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS TM-MASTER-KEY
000790         FILE STATUS IS WS-MAST-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARM-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  PARM-RECORD.
000880     05  BP-RUN-MODE            PIC X(01).
000890         88  BP-MODE-UNLOAD         VALUES 'U' ' '.
000900         88  BP-MODE-RESTORE        VALUE 'R'.
000910     05  FILLER                 PIC X(79).
000920
000930 FD  BACKUP-REPORT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  BACKUP-REPORT-RECORD           PIC X(132).
000980
000990 FD  BACKUP-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 480 CHARACTERS.
001030     COPY MTBKPREC.
001040
001050*    A PRE-OVERRIDE GENERATION, READ BY RESTORE ONLY. MOVED TO
001060*    BACKUP-RECORD, A ROW GETS ITS 50 OVERRIDE FLAGS AS SPACES.
001070 FD  OLD-BACKUP-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 430 CHARACTERS.
001110 01  OLD-BACKUP-RECORD              PIC X(430).
001120
001130 FD  TABLE-MASTER-FILE
001140     RECORD CONTAINS 479 CHARACTERS.
001150     COPY MTMSTREC.
001160
001170 WORKING-STORAGE SECTION.
001180*****************************************************************
001190*    SWITCHES
001200*****************************************************************
001210 01  WS-SWITCHES.
001220     05  WS-RUN-MODE-SWITCH     PIC X(01)  VALUE 'U'.
001230         88  WS-UNLOAD-MODE                 VALUE 'U'.
001240         88  WS-RESTORE-MODE                VALUE 'R'.
001250         88  WS-MODE-IS-BAD                 VALUE 'X'.
001260     05  WS-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001270         88  WS-PARM-CARD-MISSING           VALUE 'Y'.
001280     05  WS-MAST-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001290         88  WS-END-OF-MASTER-FILE          VALUE 'Y'.
001300     05  WS-BKUP-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001310         88  WS-END-OF-BACKUP-FILE          VALUE 'Y'.
001320     05  WS-FIRST-SWITCH        PIC X(01)  VALUE 'Y'.
001330         88  WS-FIRST-MASTER-ROW            VALUE 'Y'.
001340     05  WS-MAST-EMPTY-SWITCH   PIC X(01)  VALUE 'N'.
001350         88  WS-MASTER-NEVER-LOADED         VALUE 'Y'.
001360     05  WS-MAST-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
001370         88  WS-MASTER-IS-OPEN              VALUE 'Y'.
001380     05  WS-BKUP-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
001390         88  WS-BACKUP-IS-OPEN              VALUE 'Y'.
001400     05  WS-BLOCK-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
001410         88  WS-RANGE-BLOCK-OPEN            VALUE 'Y'.
001420         88  WS-RANGE-BLOCK-CLOSED          VALUE 'N'.
001430     05  WS-END-SEEN-SWITCH     PIC X(01)  VALUE 'N'.
001440         88  WS-END-RECORD-SEEN             VALUE 'Y'.
001450     05  WS-BKUP-SIZE-SWITCH    PIC X(01)  VALUE 'N'.
001460         88  WS-OLD-SIZE-BACKUP             VALUE 'O'.
001470
001480*****************************************************************
001490*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001500*    RETURN-CODE AT JOB END.
001510*****************************************************************
001520 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001530 77  WS-PARM-FILE-STATUS        PIC X(02).
001540 77  WS-BKUP-FILE-STATUS        PIC X(02).
001550 77  WS-MAST-FILE-STATUS        PIC X(02).
001560
001570 01  WS-CURRENT-DATE-FIELDS.
001580     05  WS-CD-YY               PIC 99.
001590     05  WS-CD-MM               PIC 99.
001600     05  WS-CD-DD               PIC 99.
001610
001620*****************************************************************
001630*    PER-RANGE BALANCING - THE SAME ROW COUNT, CELL COUNT AND
001640*    HASH ARE BUILT ON THE WAY OUT AND AGAIN ON THE WAY BACK
001650*    IN, BY THE ONE PARAGRAPH (7000), SO THE TWO CAN ONLY
001660*    DISAGREE IF THE BACKUP DATA ITSELF DOES. A CELL IS HASHED
001670*    WHEN IT LIES INSIDE ITS ROW'S COLUMN COUNT; A COLUMN COUNT
001680*    PAST THE GRID LIMIT HASHES ALL FIFTY.
001690*****************************************************************
001700 77  MAX-TABLE-SIZE             PIC 99     VALUE 50.
001710 77  WS-CURRENT-RANGE-ID        PIC X(08)  VALUE SPACES.
001720 77  WS-RANGE-LOAD-DATE         PIC X(06)  VALUE SPACES.
001730 77  WS-RANGE-ROW-COUNT         PIC 9(04)  VALUE ZERO.
001740 77  WS-RANGE-CELL-COUNT        PIC 9(06)  VALUE ZERO.
001750 77  WS-RANGE-HASH-TOTAL        PIC 9(13)  VALUE ZERO.
001760 77  WS-RANGE-BAD-CELLS         PIC 9(04)  VALUE ZERO.
001770 77  WS-HASH-COLS               PIC 9(02).
001780 77  WS-CELL-SUB                PIC 9(02).
001790
001800*****************************************************************
001810*    RESTORE HOLDING AREA - A RANGE'S ROWS ARE HELD HERE UNTIL
001820*    ITS TRAILER PROVES THEM, SO A RANGE IS EITHER RESTORED
001830*    WHOLE OR NOT AT ALL. A GRID NEVER HAS MORE THAN
001840*    MAX-TABLE-SIZE ROWS. WS-PREV-HELD-KEY IS THE KEY OF THE
001850*    LAST ROW HELD - THE ROWS MUST CLIMB IN KEY ORDER, AS THE
001860*    SEQUENTIAL LOAD OF THE MASTER WILL DEMAND.
001870*****************************************************************
001880 01  RESTORE-ROW-TABLE.
001890     05  RS-ROW-IMAGE           PIC X(479) OCCURS 50 TIMES.
001900 77  WS-HELD-ROW-COUNT          PIC 9(02)  VALUE ZERO.
001910 77  WS-HELD-ROW-SUB            PIC 9(02).
001920 77  WS-PREV-HELD-KEY           PIC X(10).
001930 77  WS-REJECT-REASON           PIC X(60)  VALUE SPACES.
001940
001950*****************************************************************
001960*    RUN-TOTAL ACCUMULATORS
001970*****************************************************************
001980 77  WS-TOTAL-RANGE-COUNT       PIC 9(04)  VALUE ZERO.
001990 77  WS-TOTAL-ROW-COUNT         PIC 9(06)  VALUE ZERO.
002000 77  WS-TOTAL-HASH-TOTAL        PIC 9(15)  VALUE ZERO.
002010 77  WS-RESTORED-RANGE-COUNT    PIC 9(04)  VALUE ZERO.
002020 77  WS-RESTORED-ROW-COUNT      PIC 9(06)  VALUE ZERO.
002030 77  WS-FAILED-RANGE-COUNT      PIC 9(04)  VALUE ZERO.
002040 77  WS-STRAY-RECORD-COUNT      PIC 9(06)  VALUE ZERO.
002050
002060*****************************************************************
002070*    REPORT-LINE EDITED FIELDS
002080*****************************************************************
002090 77  WS-EDIT-COUNT-4            PIC Z(03)9.
002100 77  WS-EDIT-COUNT-6            PIC Z(05)9.
002110 77  WS-EDIT-HASH               PIC Z(12)9.
002120 77  WS-STRING-POINTER          PIC 9(04).
002130 01  WS-REPORT-LINE             PIC X(132).
002140
002150 PROCEDURE DIVISION.
002160*****************************************************************
002170*    0000-MAINLINE
002180*****************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE-RUN    THRU 1000-EXIT
002210     IF WS-UNLOAD-MODE
002220         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
002230     END-IF
002240     IF WS-RESTORE-MODE
002250         PERFORM 5000-RESTORE-MASTER THRU 5000-EXIT
002260     END-IF
002270     PERFORM 9000-WRITE-RUN-TOTALS  THRU 9000-EXIT
002280     PERFORM 9900-TERMINATE-RUN     THRU 9900-EXIT
002290     GOBACK.
002300
002310*****************************************************************
002320*    1000-INITIALIZE-RUN - PICK UP THE RUN MODE AND START THE
002330*    REPORT.
002340*****************************************************************
002350 1000-INITIALIZE-RUN.
002360     OPEN OUTPUT BACKUP-REPORT-FILE
002370     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002380     PERFORM 1200-READ-PARM-RECORD THRU 1200-EXIT
002390     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*    1200-READ-PARM-RECORD - ONE CONTROL CARD, COL 1 THE MODE.
002450*    NO DATASET OR AN EMPTY ONE IS THE NIGHTLY UNLOAD. A MODE
002460*    THAT IS NEITHER U NOR R DOES NOTHING AT ALL AND POSTS
002470*    RC 8 - A MISPUNCHED CARD MUST NEVER BE GUESSED INTO A
002480*    RESTORE, NOR INTO AN UNLOAD THAT WOULD CATALOG AN EMPTY
002490*    BACKUP GENERATION OVER A GOOD ONE.
002500*****************************************************************
002510 1200-READ-PARM-RECORD.
002520     OPEN INPUT PARM-FILE
002530     EVALUATE WS-PARM-FILE-STATUS
002540     WHEN "00"
002550         READ PARM-FILE
002560             AT END
002570                 SET WS-PARM-CARD-MISSING TO TRUE
002580         END-READ
002590         IF NOT WS-PARM-CARD-MISSING
002600             EVALUATE TRUE
002610             WHEN BP-MODE-UNLOAD
002620                 SET WS-UNLOAD-MODE TO TRUE
002630             WHEN BP-MODE-RESTORE
002640                 SET WS-RESTORE-MODE TO TRUE
002650             WHEN OTHER
002660                 SET WS-MODE-IS-BAD TO TRUE
002670                 DISPLAY "BKPPARMS MODE '" BP-RUN-MODE
002680                     "' IS NOT U OR R - NOTHING DONE THIS RUN"
002690                 IF 8 IS GREATER THAN WS-WORST-RC
002700                     MOVE 8 TO WS-WORST-RC
002710                 END-IF
002720             END-EVALUATE
002730         END-IF
002740         CLOSE PARM-FILE
002750     WHEN "35"
002760         CONTINUE
002770     WHEN OTHER
002780         SET WS-MODE-IS-BAD TO TRUE
002790         DISPLAY "BKPPARMS FILE STATUS " WS-PARM-FILE-STATUS
002800             " IS NOT OK - NOTHING DONE THIS RUN"
002810         IF 16 IS GREATER THAN WS-WORST-RC
002820             MOVE 16 TO WS-WORST-RC
002830         END-IF
002840     END-EVALUATE.
002850 1200-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890*    1300-WRITE-REPORT-HEADER
002900*****************************************************************
002910 1300-WRITE-REPORT-HEADER.
002920     MOVE SPACES TO WS-REPORT-LINE
002930     MOVE 1 TO WS-STRING-POINTER
002940     STRING "TABLE MASTER BACKUP - RUN DATE "
002950            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002960            DELIMITED BY SIZE INTO WS-REPORT-LINE
002970            WITH POINTER WS-STRING-POINTER
002980     EVALUATE TRUE
002990     WHEN WS-UNLOAD-MODE
003000         STRING "  MODE UNLOAD (MASTFILE TO MASTBKUP)"
003010                DELIMITED BY SIZE INTO WS-REPORT-LINE
003020                WITH POINTER WS-STRING-POINTER
003030     WHEN WS-RESTORE-MODE
003040         STRING "  MODE RESTORE (MASTBKUP TO MASTFILE)"
003050                DELIMITED BY SIZE INTO WS-REPORT-LINE
003060                WITH POINTER WS-STRING-POINTER
003070     WHEN OTHER
003080         STRING "  *** NO VALID MODE - NOTHING DONE ***"
003090                DELIMITED BY SIZE INTO WS-REPORT-LINE
003100                WITH POINTER WS-STRING-POINTER
003110     END-EVALUATE
003120     MOVE WS-REPORT-LINE TO BACKUP-REPORT-RECORD
003130     WRITE BACKUP-REPORT-RECORD
003140     MOVE SPACES TO BACKUP-REPORT-RECORD
003150     WRITE BACKUP-REPORT-RECORD.
003160 1300-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    2000-UNLOAD-MASTER - COPY THE MASTER IN KEY ORDER, ONE
003210*    BALANCED BLOCK PER RANGE, THEN THE END RECORD. A MASTER
003220*    THAT HAS NEVER BEEN LOADED (STATUS 35) STILL GETS A VALID
003230*    BACKUP - NO RANGES, JUST THE END RECORD - SO A RESTORE
003240*    FROM IT IS HONEST ABOUT THERE BEING NOTHING TO RESTORE.
003250*****************************************************************
003260 2000-UNLOAD-MASTER.
003270     OPEN INPUT TABLE-MASTER-FILE
003280     IF WS-MAST-FILE-STATUS EQUAL TO "35"
003290         SET WS-MASTER-NEVER-LOADED TO TRUE
003300         DISPLAY "TABLE MASTER HAS NEVER BEEN LOADED - "
003310             "BACKUP HOLDS NO RANGES"
003320     ELSE
003330         IF WS-MAST-FILE-STATUS NOT EQUAL TO "00"
003340             PERFORM 2950-MASTER-STATUS-FAILED THRU 2950-EXIT
003350             GO TO 2000-EXIT
003360         END-IF
003370         SET WS-MASTER-IS-OPEN TO TRUE
003380     END-IF
003390     OPEN OUTPUT BACKUP-FILE
003400     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
003410         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
003420         GO TO 2000-EXIT
003430     END-IF
003440     SET WS-BACKUP-IS-OPEN TO TRUE
003450     IF WS-MASTER-IS-OPEN
003460         PERFORM 2100-READ-MASTER-ROW THRU 2100-EXIT
003470         PERFORM 2200-UNLOAD-ONE-ROW THRU 2200-EXIT
003480             UNTIL WS-END-OF-MASTER-FILE
003490         IF NOT WS-FIRST-MASTER-ROW AND
003500            WS-WORST-RC IS LESS THAN 16
003510             PERFORM 2400-WRITE-RANGE-TRAILER THRU 2400-EXIT
003520         END-IF
003530     END-IF
003540*    NO END RECORD AFTER A FAILURE - THE BACKUP IS THEN SHORT
003550*    AND A RESTORE MUST BE ABLE TO SEE THAT IT IS.
003560     IF WS-WORST-RC IS LESS THAN 16
003570         PERFORM 2500-WRITE-END-RECORD THRU 2500-EXIT
003580     END-IF.
003590 2000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    2100-READ-MASTER-ROW - NEXT ROW IN KEY ORDER.
003640*****************************************************************
003650 2100-READ-MASTER-ROW.
003660     READ TABLE-MASTER-FILE
003670         AT END
003680             SET WS-END-OF-MASTER-FILE TO TRUE
003690     END-READ
003700     IF NOT WS-END-OF-MASTER-FILE AND
003710        WS-MAST-FILE-STATUS NOT EQUAL TO "00"
003720         PERFORM 2950-MASTER-STATUS-FAILED THRU 2950-EXIT
003730     END-IF.
003740 2100-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*    2200-UNLOAD-ONE-ROW - CONTROL-BREAK ON THE RANGE-ID: CLOSE
003790*    THE FINISHED RANGE'S BLOCK AND OPEN THE NEW ONE, THEN COPY
003800*    THE ROW AND ADD IT TO THE RANGE'S BALANCING.
003810*****************************************************************
003820 2200-UNLOAD-ONE-ROW.
003830     IF WS-FIRST-MASTER-ROW
003840         MOVE 'N' TO WS-FIRST-SWITCH
003850         PERFORM 2300-WRITE-RANGE-HEADER THRU 2300-EXIT
003860     ELSE
003870         IF TM-RANGE-ID NOT EQUAL TO WS-CURRENT-RANGE-ID
003880             PERFORM 2400-WRITE-RANGE-TRAILER THRU 2400-EXIT
003890             PERFORM 2300-WRITE-RANGE-HEADER THRU 2300-EXIT
003900         END-IF
003910     END-IF
003920     MOVE SPACES TO BACKUP-RECORD
003930     MOVE 'D' TO BK-RECORD-TYPE
003940     MOVE TABLE-MASTER-RECORD TO BK-D-MASTER-ROW
003950     WRITE BACKUP-RECORD
003960     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
003970         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
003980         GO TO 2200-EXIT
003990     END-IF
004000     PERFORM 7000-BALANCE-MASTER-ROW THRU 7000-EXIT
004010     PERFORM 2100-READ-MASTER-ROW THRU 2100-EXIT.
004020 2200-EXIT.
004030     EXIT.
004040
004050 2300-WRITE-RANGE-HEADER.
004060     MOVE TM-RANGE-ID TO WS-CURRENT-RANGE-ID
004070     MOVE TM-RUN-DATE TO WS-RANGE-LOAD-DATE
004080     MOVE ZERO TO WS-RANGE-ROW-COUNT
004090     MOVE ZERO TO WS-RANGE-CELL-COUNT
004100     MOVE ZERO TO WS-RANGE-HASH-TOTAL
004110     MOVE ZERO TO WS-RANGE-BAD-CELLS
004120     MOVE SPACES TO BACKUP-RECORD
004130     MOVE 'H' TO BK-RECORD-TYPE
004140     MOVE TM-RANGE-ID       TO BK-H-RANGE-ID
004150     MOVE TM-GUY-BOUND      TO BK-H-GUY-BOUND
004160     MOVE TM-GAL-BOUND      TO BK-H-GAL-BOUND
004170     MOVE TM-OPERATION-CODE TO BK-H-OP-CODE
004180     MOVE TM-RUN-DATE       TO BK-H-LOAD-DATE
004190     MOVE WS-CURRENT-DATE-FIELDS TO BK-H-BACKUP-DATE
004200     WRITE BACKUP-RECORD
004210     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
004220         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
004230     END-IF.
004240 2300-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    2400-WRITE-RANGE-TRAILER - CLOSE THE RANGE'S BLOCK, ROLL
004290*    IT INTO THE RUN TOTALS AND REPORT IT. CELLS THAT ARE NOT
004300*    NUMERIC ON THE MASTER ARE COPIED AS THEY STAND BUT LEFT
004310*    OUT OF THE HASH, AND THE RANGE IS FLAGGED AT RC 4 - THE
004320*    MASTER IS ALREADY DAMAGED AND SOMEONE SHOULD LOOK.
004330*****************************************************************
004340 2400-WRITE-RANGE-TRAILER.
004350     MOVE SPACES TO BACKUP-RECORD
004360     MOVE 'T' TO BK-RECORD-TYPE
004370     MOVE WS-CURRENT-RANGE-ID TO BK-T-RANGE-ID
004380     MOVE WS-RANGE-ROW-COUNT  TO BK-T-ROW-COUNT
004390     MOVE WS-RANGE-CELL-COUNT TO BK-T-CELL-COUNT
004400     MOVE WS-RANGE-HASH-TOTAL TO BK-T-HASH-TOTAL
004410     WRITE BACKUP-RECORD
004420     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
004430         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
004440         GO TO 2400-EXIT
004450     END-IF
004460     ADD 1 TO WS-TOTAL-RANGE-COUNT
004470     ADD WS-RANGE-ROW-COUNT  TO WS-TOTAL-ROW-COUNT
004480     ADD WS-RANGE-HASH-TOTAL TO WS-TOTAL-HASH-TOTAL
004490     MOVE SPACES TO WS-REJECT-REASON
004500     IF WS-RANGE-BAD-CELLS IS GREATER THAN ZERO
004510         MOVE WS-RANGE-BAD-CELLS TO WS-EDIT-COUNT-4
004520         STRING "UNLOADED - " WS-EDIT-COUNT-4
004530                " NON-NUMERIC CELLS LEFT OUT OF THE HASH"
004540                DELIMITED BY SIZE INTO WS-REJECT-REASON
004550         IF 4 IS GREATER THAN WS-WORST-RC
004560             MOVE 4 TO WS-WORST-RC
004570         END-IF
004580     ELSE
004590         MOVE "UNLOADED" TO WS-REJECT-REASON
004600     END-IF
004610     PERFORM 8000-WRITE-RANGE-LINE THRU 8000-EXIT.
004620 2400-EXIT.
004630     EXIT.
004640
004650 2500-WRITE-END-RECORD.
004660     MOVE SPACES TO BACKUP-RECORD
004670     MOVE 'E' TO BK-RECORD-TYPE
004680     MOVE WS-TOTAL-RANGE-COUNT TO BK-E-RANGE-COUNT
004690     MOVE WS-TOTAL-ROW-COUNT   TO BK-E-ROW-COUNT
004700     MOVE WS-TOTAL-HASH-TOTAL  TO BK-E-HASH-TOTAL
004710     MOVE WS-CURRENT-DATE-FIELDS TO BK-E-BACKUP-DATE
004720     WRITE BACKUP-RECORD
004730     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
004740         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
004750     END-IF.
004760 2500-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    2900/2950 - A BACKUP OR MASTER I/O FAILURE ENDS THE PASS
004810*    AT RC 16. IN UNLOAD MODE THE GENERATION IS THEN LEFT
004820*    WITHOUT ITS END RECORD, SO IT CAN NEVER PASS FOR COMPLETE.
004830*****************************************************************
004840 2900-BACKUP-STATUS-FAILED.
004850     DISPLAY "BACKUP FILE STATUS " WS-BKUP-FILE-STATUS
004860         " IS NOT OK - SEE MASTBKUP"
004870     SET WS-END-OF-MASTER-FILE TO TRUE
004880     SET WS-END-OF-BACKUP-FILE TO TRUE
004890     IF 16 IS GREATER THAN WS-WORST-RC
004900         MOVE 16 TO WS-WORST-RC
004910     END-IF.
004920 2900-EXIT.
004930     EXIT.
004940
004950 2950-MASTER-STATUS-FAILED.
004960     DISPLAY "TABLE-MASTER FILE STATUS " WS-MAST-FILE-STATUS
004970         " IS NOT OK - SEE MASTFILE"
004980     SET WS-END-OF-MASTER-FILE TO TRUE
004990     SET WS-END-OF-BACKUP-FILE TO TRUE
005000     IF 16 IS GREATER THAN WS-WORST-RC
005010         MOVE 16 TO WS-WORST-RC
005020     END-IF.
005030 2950-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*    5000-RESTORE-MASTER - LOAD A FRESHLY DEFINED (EMPTY)
005080*    CLUSTER FROM THE CHOSEN BACKUP GENERATION. THE BACKUP IS
005090*    IN KEY ORDER, SO THE MASTER IS OPENED OUTPUT AND LOADED
005100*    SEQUENTIALLY; A RANGE THAT DOES NOT PROVE OUT IS SKIPPED
005110*    WHOLE, WHICH KEEPS THE KEYS ASCENDING FOR THE RANGES THAT
005120*    FOLLOW IT. STATUS 39 ON THE OPEN IS A GENERATION WHOSE
005130*    RECORDS ARE NOT 480 BYTES - TRY IT AT 430, THE SIZE BEFORE
005140*    THE OVERRIDE FLAGS. ANY OTHER LENGTH FAILS THAT OPEN TOO
005150*    AND THE RESTORE ENDS RC 16 ON THE STATUS.
005160*****************************************************************
005170 5000-RESTORE-MASTER.
005180     OPEN INPUT BACKUP-FILE
005190     IF WS-BKUP-FILE-STATUS EQUAL TO "39"
005200         OPEN INPUT OLD-BACKUP-FILE
005210         IF WS-BKUP-FILE-STATUS EQUAL TO "00"
005220             SET WS-OLD-SIZE-BACKUP TO TRUE
005230         END-IF
005240     END-IF
005250     IF WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
005260         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
005270         GO TO 5000-EXIT
005280     END-IF
005290     SET WS-BACKUP-IS-OPEN TO TRUE
005300     OPEN OUTPUT TABLE-MASTER-FILE
005310     IF WS-MAST-FILE-STATUS NOT EQUAL TO "00"
005320         PERFORM 2950-MASTER-STATUS-FAILED THRU 2950-EXIT
005330         GO TO 5000-EXIT
005340     END-IF
005350     SET WS-MASTER-IS-OPEN TO TRUE
005360     PERFORM 5100-READ-BACKUP-RECORD THRU 5100-EXIT
005370     PERFORM 5200-RESTORE-ONE-RECORD THRU 5200-EXIT
005380         UNTIL WS-END-OF-BACKUP-FILE
005390     IF WS-WORST-RC IS LESS THAN 16
005400         IF WS-RANGE-BLOCK-OPEN
005410             MOVE "NOT RESTORED - BACKUP ENDS INSIDE THE RANGE"
005420                 TO WS-REJECT-REASON
005430             PERFORM 5600-REJECT-RANGE THRU 5600-EXIT
005440         END-IF
005450         IF NOT WS-END-RECORD-SEEN
005460             PERFORM 5800-BACKUP-CUT-SHORT THRU 5800-EXIT
005470         END-IF
005480     END-IF.
005490 5000-EXIT.
005500     EXIT.
005510
005520 5100-READ-BACKUP-RECORD.
005530     IF WS-OLD-SIZE-BACKUP
005540         READ OLD-BACKUP-FILE
005550             AT END
005560                 SET WS-END-OF-BACKUP-FILE TO TRUE
005570         END-READ
005580         MOVE OLD-BACKUP-RECORD TO BACKUP-RECORD
005590     ELSE
005600         READ BACKUP-FILE
005610             AT END
005620                 SET WS-END-OF-BACKUP-FILE TO TRUE
005630         END-READ
005640     END-IF
005650     IF NOT WS-END-OF-BACKUP-FILE AND
005660        WS-BKUP-FILE-STATUS NOT EQUAL TO "00"
005670         PERFORM 2900-BACKUP-STATUS-FAILED THRU 2900-EXIT
005680     END-IF.
005690 5100-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    5200-RESTORE-ONE-RECORD - A HEADER OPENS A RANGE'S BLOCK,
005740*    DETAILS ARE HELD AND BALANCED, THE TRAILER PROVES THE
005750*    BLOCK AND ONLY THEN ARE ITS ROWS WRITTEN. ANYTHING OUTSIDE
005760*    A BLOCK IS COUNTED AS STRAY AND NEVER LOADED.
005770*****************************************************************
005780 5200-RESTORE-ONE-RECORD.
005790     EVALUATE TRUE
005800     WHEN WS-END-RECORD-SEEN
005810         PERFORM 5700-COUNT-STRAY-RECORD THRU 5700-EXIT
005820     WHEN BK-HEADER-RECORD
005830         IF WS-RANGE-BLOCK-OPEN
005840             MOVE "NOT RESTORED - NO TRAILER BEFORE NEXT RANGE"
005850                 TO WS-REJECT-REASON
005860             PERFORM 5600-REJECT-RANGE THRU 5600-EXIT
005870         END-IF
005880         PERFORM 5300-OPEN-RANGE-BLOCK THRU 5300-EXIT
005890     WHEN BK-DETAIL-RECORD
005900         IF WS-RANGE-BLOCK-OPEN
005910             PERFORM 5400-HOLD-DETAIL-ROW THRU 5400-EXIT
005920         ELSE
005930             PERFORM 5700-COUNT-STRAY-RECORD THRU 5700-EXIT
005940         END-IF
005950     WHEN BK-TRAILER-RECORD
005960         IF WS-RANGE-BLOCK-OPEN
005970             PERFORM 5450-PROVE-RANGE-BLOCK THRU 5450-EXIT
005980         ELSE
005990             PERFORM 5700-COUNT-STRAY-RECORD THRU 5700-EXIT
006000         END-IF
006010     WHEN BK-END-RECORD
006020         IF WS-RANGE-BLOCK-OPEN
006030             MOVE "NOT RESTORED - NO TRAILER BEFORE END RECORD"
006040                 TO WS-REJECT-REASON
006050             PERFORM 5600-REJECT-RANGE THRU 5600-EXIT
006060         END-IF
006070         SET WS-END-RECORD-SEEN TO TRUE
006080         PERFORM 5750-CHECK-END-RECORD THRU 5750-EXIT
006090     WHEN OTHER
006100         PERFORM 5700-COUNT-STRAY-RECORD THRU 5700-EXIT
006110     END-EVALUATE
006120     IF NOT WS-END-OF-BACKUP-FILE
006130         PERFORM 5100-READ-BACKUP-RECORD THRU 5100-EXIT
006140     END-IF.
006150 5200-EXIT.
006160     EXIT.
006170
006180 5300-OPEN-RANGE-BLOCK.
006190     SET WS-RANGE-BLOCK-OPEN TO TRUE
006200     ADD 1 TO WS-TOTAL-RANGE-COUNT
006210     MOVE BK-H-RANGE-ID  TO WS-CURRENT-RANGE-ID
006220     MOVE BK-H-LOAD-DATE TO WS-RANGE-LOAD-DATE
006230     MOVE ZERO TO WS-RANGE-ROW-COUNT
006240     MOVE ZERO TO WS-RANGE-CELL-COUNT
006250     MOVE ZERO TO WS-RANGE-HASH-TOTAL
006260     MOVE ZERO TO WS-RANGE-BAD-CELLS
006270     MOVE ZERO TO WS-HELD-ROW-COUNT
006280     MOVE LOW-VALUES TO WS-PREV-HELD-KEY
006290     MOVE SPACES TO WS-REJECT-REASON.
006300 5300-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    5400-HOLD-DETAIL-ROW - BALANCE THE ROW AND HOLD IT. A ROW
006350*    FOR ANOTHER RANGE-ID, A ROW NUMBER NOT ABOVE THE LAST ONE
006360*    HELD (DUPLICATED OR OUT OF ORDER), OR MORE ROWS THAN A GRID
006370*    CAN HAVE, DAMNS THE WHOLE BLOCK - THE FIRST REASON FOUND IS
006380*    KEPT. THE HASH COVERS CELL VALUES ONLY, SO ROW ORDER MUST
006390*    BE CHECKED HERE OR A BAD BLOCK WOULD FAIL PART-WRITTEN.
006400*****************************************************************
006410 5400-HOLD-DETAIL-ROW.
006420     MOVE BK-D-MASTER-ROW TO TABLE-MASTER-RECORD
006430     ADD 1 TO WS-TOTAL-ROW-COUNT
006440     PERFORM 7000-BALANCE-MASTER-ROW THRU 7000-EXIT
006450     IF TM-RANGE-ID NOT EQUAL TO WS-CURRENT-RANGE-ID AND
006460        WS-REJECT-REASON EQUAL TO SPACES
006470         MOVE "NOT RESTORED - BLOCK HOLDS A ROW OF ANOTHER RANGE"
006480             TO WS-REJECT-REASON
006490     END-IF
006500     IF TM-MASTER-KEY NOT GREATER THAN WS-PREV-HELD-KEY AND
006510        WS-REJECT-REASON EQUAL TO SPACES
006520         MOVE "NOT RESTORED - ROWS OUT OF KEY SEQUENCE"
006530             TO WS-REJECT-REASON
006540     END-IF
006550     MOVE TM-MASTER-KEY TO WS-PREV-HELD-KEY
006560     IF WS-HELD-ROW-COUNT IS LESS THAN MAX-TABLE-SIZE
006570         ADD 1 TO WS-HELD-ROW-COUNT
006580         MOVE TABLE-MASTER-RECORD
006590             TO RS-ROW-IMAGE(WS-HELD-ROW-COUNT)
006600     ELSE
006610         IF WS-REJECT-REASON EQUAL TO SPACES
006620             MOVE "NOT RESTORED - MORE ROWS THAN A GRID CAN HOLD"
006630                 TO WS-REJECT-REASON
006640         END-IF
006650     END-IF.
006660 5400-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    5450-PROVE-RANGE-BLOCK - THE TRAILER MUST NAME THE SAME
006710*    RANGE AND AGREE WITH WHAT WAS READ ON ROWS, CELLS AND
006720*    HASH. A BLOCK THAT PROVES OUT IS WRITTEN; ONE THAT DOES
006730*    NOT IS REPORTED AND LEFT OFF THE MASTER.
006740*****************************************************************
006750 5450-PROVE-RANGE-BLOCK.
006760     SET WS-RANGE-BLOCK-CLOSED TO TRUE
006770     IF WS-REJECT-REASON EQUAL TO SPACES
006780         EVALUATE TRUE
006790         WHEN BK-T-RANGE-ID NOT EQUAL TO WS-CURRENT-RANGE-ID
006800             MOVE "NOT RESTORED - TRAILER NAMES ANOTHER RANGE"
006810                 TO WS-REJECT-REASON
006820         WHEN BK-T-ROW-COUNT IS NOT NUMERIC OR
006830              BK-T-CELL-COUNT IS NOT NUMERIC OR
006840              BK-T-HASH-TOTAL IS NOT NUMERIC
006850             MOVE "NOT RESTORED - TRAILER IS DAMAGED"
006860                 TO WS-REJECT-REASON
006870         WHEN BK-T-ROW-COUNT NOT EQUAL TO WS-RANGE-ROW-COUNT
006880             MOVE "NOT RESTORED - ROW COUNT DOES NOT BALANCE"
006890                 TO WS-REJECT-REASON
006900         WHEN BK-T-CELL-COUNT NOT EQUAL TO WS-RANGE-CELL-COUNT
006910             MOVE "NOT RESTORED - CELL COUNT DOES NOT BALANCE"
006920                 TO WS-REJECT-REASON
006930         WHEN BK-T-HASH-TOTAL NOT EQUAL TO WS-RANGE-HASH-TOTAL
006940             MOVE "NOT RESTORED - HASH TOTAL DOES NOT BALANCE"
006950                 TO WS-REJECT-REASON
006960         WHEN OTHER
006970             CONTINUE
006980         END-EVALUATE
006990     END-IF
007000     IF WS-REJECT-REASON EQUAL TO SPACES
007010         PERFORM 5500-WRITE-RANGE-ROWS THRU 5500-EXIT
007020     ELSE
007030         PERFORM 5600-REJECT-RANGE THRU 5600-EXIT
007040     END-IF.
007050 5450-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*    5500-WRITE-RANGE-ROWS - LOAD THE PROVEN ROWS. A WRITE THAT
007100*    IS REFUSED FOR A KEY REASON (STATUS 2X - OUT OF SEQUENCE
007110*    OR DUPLICATE) FAILS THE RANGE AND THE RESTORE CARRIES ON;
007120*    ANY OTHER STATUS IS A VSAM FAILURE AND ENDS THE RESTORE.
007130*    5400 HAS ALREADY PUT THE BLOCK'S OWN ROWS IN KEY ORDER, SO
007140*    A 2X CAN ONLY COME ON THE FIRST ROW (A RANGE OUT OF ORDER
007150*    WITH THE ONE BEFORE IT), BEFORE ANY OF THE RANGE IS ON THE
007160*    MASTER.
007170*****************************************************************
007180 5500-WRITE-RANGE-ROWS.
007190     PERFORM 5550-WRITE-ONE-HELD-ROW THRU 5550-EXIT
007200         VARYING WS-HELD-ROW-SUB FROM 1 BY 1
007210             UNTIL WS-HELD-ROW-SUB GREATER THAN WS-HELD-ROW-COUNT
007220                OR WS-REJECT-REASON NOT EQUAL TO SPACES
007230     IF WS-REJECT-REASON EQUAL TO SPACES
007240         ADD 1 TO WS-RESTORED-RANGE-COUNT
007250         ADD WS-HELD-ROW-COUNT TO WS-RESTORED-ROW-COUNT
007260         MOVE "RESTORED" TO WS-REJECT-REASON
007270         PERFORM 8000-WRITE-RANGE-LINE THRU 8000-EXIT
007280     ELSE
007290         PERFORM 5600-REJECT-RANGE THRU 5600-EXIT
007300     END-IF.
007310 5500-EXIT.
007320     EXIT.
007330
007340 5550-WRITE-ONE-HELD-ROW.
007350     MOVE RS-ROW-IMAGE(WS-HELD-ROW-SUB) TO TABLE-MASTER-RECORD
007360     WRITE TABLE-MASTER-RECORD
007370     IF WS-MAST-FILE-STATUS NOT EQUAL TO "00"
007380         MOVE WS-HELD-ROW-SUB TO WS-EDIT-COUNT-4
007390         STRING "NOT RESTORED - MASTER WRITE STATUS "
007400                WS-MAST-FILE-STATUS " AT ROW " WS-EDIT-COUNT-4
007410                " OF THE BLOCK"
007420                DELIMITED BY SIZE INTO WS-REJECT-REASON
007430         IF WS-MAST-FILE-STATUS(1:1) NOT EQUAL TO "2"
007440             PERFORM 2950-MASTER-STATUS-FAILED THRU 2950-EXIT
007450         END-IF
007460     END-IF.
007470 5550-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    5600-REJECT-RANGE - A RANGE THAT COULD NOT BE RESTORED.
007520*    IT GOES ON BKPRPT WITH ITS REASON AND POSTS RC 4 - THE
007530*    RANGE HAS TO COME BACK FROM AN OLDER GENERATION OR A
007540*    MULTTAB RERUN.
007550*****************************************************************
007560 5600-REJECT-RANGE.
007570     SET WS-RANGE-BLOCK-CLOSED TO TRUE
007580     ADD 1 TO WS-FAILED-RANGE-COUNT
007590     PERFORM 8000-WRITE-RANGE-LINE THRU 8000-EXIT
007600     IF 4 IS GREATER THAN WS-WORST-RC
007610         MOVE 4 TO WS-WORST-RC
007620     END-IF.
007630 5600-EXIT.
007640     EXIT.
007650
007660 5700-COUNT-STRAY-RECORD.
007670     ADD 1 TO WS-STRAY-RECORD-COUNT
007680     IF 4 IS GREATER THAN WS-WORST-RC
007690         MOVE 4 TO WS-WORST-RC
007700     END-IF.
007710 5700-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750*    5750-CHECK-END-RECORD - THE END RECORD MUST AGREE WITH
007760*    EVERY RANGE AND ROW READ. EACH RANGE HAS ALREADY STOOD OR
007770*    FALLEN ON ITS OWN TRAILER, SO A MISMATCH HERE IS A
007780*    WARNING THAT THE BACKUP WAS TAMPERED WITH OR SPLICED.
007790*****************************************************************
007800 5750-CHECK-END-RECORD.
007810     IF BK-E-RANGE-COUNT NOT EQUAL TO WS-TOTAL-RANGE-COUNT OR
007820        BK-E-ROW-COUNT   NOT EQUAL TO WS-TOTAL-ROW-COUNT OR
007830        BK-E-HASH-TOTAL  NOT EQUAL TO WS-TOTAL-HASH-TOTAL
007840         MOVE SPACES TO WS-REPORT-LINE
007850         MOVE 1 TO WS-STRING-POINTER
007860         STRING "*** END RECORD DOES NOT BALANCE - EXPECTED "
007870                "RANGES/ROWS/HASH " BK-E-RANGE-COUNT "/"
007880                BK-E-ROW-COUNT "/" BK-E-HASH-TOTAL
007890                "  READ " WS-TOTAL-RANGE-COUNT "/"
007900                WS-TOTAL-ROW-COUNT "/" WS-TOTAL-HASH-TOTAL
007910                DELIMITED BY SIZE INTO WS-REPORT-LINE
007920                WITH POINTER WS-STRING-POINTER
007930         MOVE WS-REPORT-LINE TO BACKUP-REPORT-RECORD
007940         WRITE BACKUP-REPORT-RECORD
007950         IF 4 IS GREATER THAN WS-WORST-RC
007960             MOVE 4 TO WS-WORST-RC
007970         END-IF
007980     END-IF
007990     MOVE SPACES TO WS-REPORT-LINE
008000     MOVE 1 TO WS-STRING-POINTER
008010     STRING "BACKUP TAKEN " BK-E-BACKUP-DATE
008020            DELIMITED BY SIZE INTO WS-REPORT-LINE
008030            WITH POINTER WS-STRING-POINTER
008040     MOVE WS-REPORT-LINE TO BACKUP-REPORT-RECORD
008050     WRITE BACKUP-REPORT-RECORD.
008060 5750-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    5800-BACKUP-CUT-SHORT - NO END RECORD: THE UNLOAD THAT
008110*    WROTE THIS GENERATION NEVER FINISHED. THE RANGES THAT
008120*    PROVED OUT ARE ON THE MASTER, BUT ANY RANGE AFTER THE CUT
008130*    IS SIMPLY ABSENT - RC 8, RESTORE AN OLDER GENERATION.
008140*****************************************************************
008150 5800-BACKUP-CUT-SHORT.
008160     MOVE "*** BACKUP HAS NO END RECORD - CUT SHORT ***"
008170         TO BACKUP-REPORT-RECORD
008180     WRITE BACKUP-REPORT-RECORD
008190     MOVE "*** RANGES AFTER THE CUT ARE NOT ON THE MASTER ***"
008200         TO BACKUP-REPORT-RECORD
008210     WRITE BACKUP-REPORT-RECORD
008220     DISPLAY "MASTBKUP HAS NO END RECORD - RESTORE IS INCOMPLETE"
008230     IF 8 IS GREATER THAN WS-WORST-RC
008240         MOVE 8 TO WS-WORST-RC
008250     END-IF.
008260 5800-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300*    7000-BALANCE-MASTER-ROW - ADD THE ROW IN TABLE-MASTER-
008310*    RECORD TO THE RANGE'S ROW COUNT, CELL COUNT AND HASH.
008320*    SHARED BY UNLOAD AND RESTORE SO BOTH COUNT ALIKE.
008330*****************************************************************
008340 7000-BALANCE-MASTER-ROW.
008350     ADD 1 TO WS-RANGE-ROW-COUNT
008360     IF TM-GAL-BOUND IS NUMERIC AND
008370        TM-GAL-BOUND IS GREATER THAN ZERO AND
008380        TM-GAL-BOUND NOT GREATER THAN MAX-TABLE-SIZE
008390         MOVE TM-GAL-BOUND TO WS-HASH-COLS
008400     ELSE
008410         MOVE MAX-TABLE-SIZE TO WS-HASH-COLS
008420     END-IF
008430     PERFORM 7100-BALANCE-ONE-CELL THRU 7100-EXIT
008440         VARYING WS-CELL-SUB FROM 1 BY 1
008450             UNTIL WS-CELL-SUB GREATER THAN WS-HASH-COLS.
008460 7000-EXIT.
008470     EXIT.
008480
008490 7100-BALANCE-ONE-CELL.
008500     IF TM-CELL(WS-CELL-SUB) IS NUMERIC
008510         ADD 1 TO WS-RANGE-CELL-COUNT
008520         ADD TM-CELL(WS-CELL-SUB) TO WS-RANGE-HASH-TOTAL
008530     ELSE
008540         ADD 1 TO WS-RANGE-BAD-CELLS
008550     END-IF.
008560 7100-EXIT.
008570     EXIT.
008580
008590*****************************************************************
008600*    8000-WRITE-RANGE-LINE - ONE LINE PER RANGE, WITH WHAT WAS
008610*    COUNTED AND WHAT BECAME OF IT (WS-REJECT-REASON).
008620*****************************************************************
008630 8000-WRITE-RANGE-LINE.
008640     MOVE WS-RANGE-ROW-COUNT  TO WS-EDIT-COUNT-4
008650     MOVE WS-RANGE-CELL-COUNT TO WS-EDIT-COUNT-6
008660     MOVE WS-RANGE-HASH-TOTAL TO WS-EDIT-HASH
008670     MOVE SPACES TO WS-REPORT-LINE
008680     MOVE 1 TO WS-STRING-POINTER
008690     STRING "RANGE " WS-CURRENT-RANGE-ID
008700            "  LOADED " WS-RANGE-LOAD-DATE
008710            "  ROWS=" WS-EDIT-COUNT-4
008720            "  CELLS=" WS-EDIT-COUNT-6
008730            "  HASH=" WS-EDIT-HASH
008740            "  " WS-REJECT-REASON
008750            DELIMITED BY SIZE INTO WS-REPORT-LINE
008760            WITH POINTER WS-STRING-POINTER
008770     MOVE WS-REPORT-LINE TO BACKUP-REPORT-RECORD
008780     WRITE BACKUP-REPORT-RECORD.
008790 8000-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830*    9000-WRITE-RUN-TOTALS
008840*****************************************************************
008850 9000-WRITE-RUN-TOTALS.
008860     MOVE SPACES TO BACKUP-REPORT-RECORD
008870     WRITE BACKUP-REPORT-RECORD
008880     MOVE SPACES TO WS-REPORT-LINE
008890     MOVE 1 TO WS-STRING-POINTER
008900     EVALUATE TRUE
008910     WHEN WS-UNLOAD-MODE
008920         STRING "TOTALS - RANGES UNLOADED=" WS-TOTAL-RANGE-COUNT
008930                "  ROWS=" WS-TOTAL-ROW-COUNT
008940                "  HASH=" WS-TOTAL-HASH-TOTAL
008950                DELIMITED BY SIZE INTO WS-REPORT-LINE
008960                WITH POINTER WS-STRING-POINTER
008970     WHEN WS-RESTORE-MODE
008980         STRING "TOTALS - RANGES READ=" WS-TOTAL-RANGE-COUNT
008990                "  RESTORED=" WS-RESTORED-RANGE-COUNT
009000                "  NOT RESTORED=" WS-FAILED-RANGE-COUNT
009010                "  ROWS RESTORED=" WS-RESTORED-ROW-COUNT
009020                "  STRAY RECORDS=" WS-STRAY-RECORD-COUNT
009030                DELIMITED BY SIZE INTO WS-REPORT-LINE
009040                WITH POINTER WS-STRING-POINTER
009050     WHEN OTHER
009060         MOVE "TOTALS - NOTHING DONE" TO WS-REPORT-LINE
009070     END-EVALUATE
009080     MOVE WS-REPORT-LINE TO BACKUP-REPORT-RECORD
009090     WRITE BACKUP-REPORT-RECORD
009100     IF WS-FAILED-RANGE-COUNT IS GREATER THAN ZERO
009110         MOVE "*** RANGES NOT RESTORED ARE NOT ON THE MASTER -"
009120             TO BACKUP-REPORT-RECORD
009130         WRITE BACKUP-REPORT-RECORD
009140         MOVE "*** RESTORE AN OLDER GENERATION OR RERUN THEM"
009150             TO BACKUP-REPORT-RECORD
009160         WRITE BACKUP-REPORT-RECORD
009170         MOVE "*** THROUGH MULTTAB WITH FULL REFRESH"
009180             TO BACKUP-REPORT-RECORD
009190         WRITE BACKUP-REPORT-RECORD
009200     END-IF
009210     IF WS-OLD-SIZE-BACKUP
009220         MOVE "*** GENERATION WAS AT THE PRE-OVERRIDE SIZE (430)"
009230             TO BACKUP-REPORT-RECORD
009240         WRITE BACKUP-REPORT-RECORD
009250         MOVE "*** ROWS RESTORED WITH NO CELL OVERRIDDEN"
009260             TO BACKUP-REPORT-RECORD
009270         WRITE BACKUP-REPORT-RECORD
009280     END-IF.
009290 9000-EXIT.
009300     EXIT.
009310
009320*****************************************************************
009330*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
009340*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
009350*    BACK CONTROL.
009360*****************************************************************
009370 9900-TERMINATE-RUN.
009380     CLOSE BACKUP-REPORT-FILE
009390     IF WS-BACKUP-IS-OPEN
009400         IF WS-OLD-SIZE-BACKUP
009410             CLOSE OLD-BACKUP-FILE
009420         ELSE
009430             CLOSE BACKUP-FILE
009440         END-IF
009450     END-IF
009460     IF WS-MASTER-IS-OPEN
009470         CLOSE TABLE-MASTER-FILE
009480     END-IF
009490     MOVE WS-WORST-RC TO RETURN-CODE.
009500 9900-EXIT.
009510     EXIT.
009520
009530 END PROGRAM MULTBKP.
