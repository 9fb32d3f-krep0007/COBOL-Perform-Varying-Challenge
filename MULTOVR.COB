000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTOVR
000170* PURPOSE - TRANSACTION-DRIVEN MAINTENANCE FOR THE CELL OVERRIDE
000180*    FILE (OVRFILE, MTOVRREC). AN OVERRIDE IS A VALUE COSTING
000190*    AGREED FOR ONE CELL IN PLACE OF THE ARITHMETIC; MULT-TABLE
000200*    PUBLISHES IT INSTEAD OF THE COMPUTED CELL WHILE IT IS
000210*    APPROVED AND NOT EXPIRED. EACH OVRTRAN CARD IS ONE OF:
000220*      R - REQUEST (OR REPLACE) AN OVERRIDE. A REPLACEMENT
000230*          LOSES ANY APPROVAL THE OLD VALUE HAD.
000240*      A - APPROVE A REQUESTED OVERRIDE. THE APPROVER MUST NOT
000250*          BE THE USER WHO REQUESTED IT - ONE PERSON CAN NEVER
000260*          BOTH ASK FOR AND SIGN OFF THE SAME OVERRIDE.
000270*      D - DELETE AN OVERRIDE.
000280*    OVRFILE IS KEYED, SO EACH CARD IS APPLIED (OR REJECTED) ON
000290*    ITS OWN AS IT IS READ - THERE IS NO REPLACE STEP. EVERY
000300*    CARD IS LISTED WITH ITS USER-ID ON OVMRPT. A CHANGE THAT
000310*    WILL MOVE A PUBLISHED CELL - AN APPROVAL, OR A REPLACE OR
000320*    DELETE OF AN APPROVED OVERRIDE - IS ALSO JOURNALED TO
000330*    MNTJRNL (ACTION O) SO MULTCHG CAN EXPLAIN THE DELTA IT
000340*    CAUSES. THE CONTROLS DECK IS READ ONLY: AN OVERRIDE CAN BE
000350*    REQUESTED OR APPROVED ONLY FOR A RANGE ON THE DECK.
000360*
000370* MODIFICATION HISTORY
000380*    10/15/2026  JK  ORIGINAL VERSION.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    MULTOVR.
000420 AUTHOR.        JOSH KREPS.
000430 INSTALLATION.  SHOP FLOOR SYSTEMS.
000440 DATE-WRITTEN.  10/15/2026.
000450 DATE-COMPILED.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CONTROL-FILE ASSIGN TO "CONTROLS"
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT TRANSACTION-FILE ASSIGN TO "OVRTRAN"
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT OVERRIDE-FILE ASSIGN TO "OVRFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS OV-OVERRIDE-KEY
000600         FILE STATUS IS WS-OVR-FILE-STATUS.
000610     SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JRNL-FILE-STATUS.
000640     SELECT MAINT-REPORT-FILE ASSIGN TO "OVMRPT"
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  CONTROL-FILE-RECORD            PIC X(80).
000740
000750 FD  TRANSACTION-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  TRANSACTION-RECORD.
000800     05  OC-ACTION              PIC X(01).
000810         88  OC-ACTION-IS-REQUEST   VALUE 'R'.
000820         88  OC-ACTION-IS-APPROVE   VALUE 'A'.
000830         88  OC-ACTION-IS-DELETE    VALUE 'D'.
000840         88  OC-ACTION-IS-VALID     VALUE 'R' 'A' 'D'.
000850     05  OC-RANGE-ID            PIC X(08).
000860     05  OC-ROW-NUMBER          PIC X(02).
000870     05  OC-COLUMN-NUMBER       PIC X(02).
000880     05  OC-OVERRIDE-VALUE      PIC X(08).
000890     05  OC-EXPIRY-DATE         PIC X(06).
000900     05  OC-EXPIRY-PARTS REDEFINES OC-EXPIRY-DATE.
000910         10  OC-EXPIRY-YY       PIC X(02).
000920         10  OC-EXPIRY-MM       PIC X(02).
000930         10  OC-EXPIRY-DD       PIC X(02).
000940     05  OC-USER-ID             PIC X(08).
000950     05  OC-REASON              PIC X(30).
000960     05  FILLER                 PIC X(15).
000970
000980 FD  OVERRIDE-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000     COPY MTOVRREC.
001010
001020 FD  JOURNAL-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 200 CHARACTERS.
001060     COPY MTJRNREC.
001070
001080 FD  MAINT-REPORT-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 132 CHARACTERS.
001120 01  MAINT-REPORT-RECORD            PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150*****************************************************************
001160*    SWITCHES
001170*****************************************************************
001180 01  WS-SWITCHES.
001190     05  WS-DECK-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001200         88  WS-END-OF-DECK                 VALUE 'Y'.
001210     05  WS-TRAN-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001220         88  WS-END-OF-TRANSACTIONS         VALUE 'Y'.
001230     05  WS-TRAN-SWITCH         PIC X(01)  VALUE 'Y'.
001240         88  WS-TRAN-IS-VALID               VALUE 'Y'.
001250         88  WS-TRAN-IS-INVALID             VALUE 'N'.
001260     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001270         88  WS-ENTRY-WAS-FOUND             VALUE 'Y'.
001280         88  WS-ENTRY-NOT-FOUND             VALUE 'N'.
001290     05  WS-DECK-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001300         88  WS-DECK-WAS-FOUND              VALUE 'Y'.
001310         88  WS-DECK-NOT-FOUND              VALUE 'N'.
001320*        A CLUSTER NOTHING WAS EVER ENTERED INTO CANNOT BE
001330*        OPENED I-O - IT IS OPENED OUTPUT INSTEAD, WHERE ONLY
001340*        NEW REQUESTS CAN BE WRITTEN (SAME AS MULT-TABLE'S
001350*        FRESH MASTER LOAD).
001360     05  WS-OVR-OPEN-SWITCH     PIC X(01)  VALUE 'I'.
001370         88  WS-OVR-OPEN-I-O                VALUE 'I'.
001380         88  WS-OVR-LOADED-FRESH            VALUE 'F'.
001390     05  WS-JOURNAL-SWITCH      PIC X(01)  VALUE 'N'.
001400         88  WS-JOURNAL-NEEDED              VALUE 'Y'.
001410         88  WS-JOURNAL-NOT-NEEDED          VALUE 'N'.
001420
001430 01  WS-FILE-STATUSES.
001440     05  WS-OVR-FILE-STATUS     PIC X(02)  VALUE SPACES.
001450     05  WS-JRNL-FILE-STATUS    PIC X(02)  VALUE SPACES.
001460
001470*****************************************************************
001480*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001490*    RETURN-CODE AT JOB END. 4 = A CARD WAS REJECTED, 16 = A
001500*    FILE COULD NOT BE USED AND THE REST OF THE CARDS WERE NOT
001510*    APPLIED.
001520*****************************************************************
001530 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001540
001550*****************************************************************
001560*    THE RANGE-IDS ON THE CONTROLS DECK - READ ONLY, FOR THE
001570*    ON-DECK CHECK. MAX-DECK-ENTRIES MUST STAY IN STEP WITH THE
001580*    CONSTANT OF THE SAME NAME IN MULTMNT.
001590*****************************************************************
001600 77  MAX-DECK-ENTRIES           PIC 9(03)  VALUE 100.
001610 01  DECK-TABLE.
001620     05  DT-ENTRY OCCURS 100 TIMES.
001630         10  DT-RANGE-ID        PIC X(08).
001640 77  WS-DECK-COUNT              PIC 9(03)  VALUE ZERO.
001650 77  WS-DECK-SUB                PIC 9(03).
001660
001670*****************************************************************
001680*    WORK VIEW OF ONE CONTROL RECORD - THE SAME LAYOUT THE
001690*    DRIVER READS, FROM THE SHARED COPYBOOK.
001700*****************************************************************
001710     COPY MTCTLREC.
001720
001730*****************************************************************
001740*    THE OVERRIDE AS IT STOOD BEFORE THIS CARD (SPACES WHEN
001750*    THERE WAS NONE) - THE JOURNAL'S BEFORE IMAGE, AND THE
001760*    SOURCE OF THE APPROVAL THE JOURNAL DECISION LOOKS AT.
001770*****************************************************************
001780 01  WS-BEFORE-IMAGE            PIC X(80).
001790 01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
001800     05  FILLER                 PIC X(34).
001810     05  WB-APPROVED-BY         PIC X(08).
001820     05  FILLER                 PIC X(38).
001830
001840 77  WS-REJECT-REASON           PIC X(40).
001850 77  WS-APPLY-NOTE              PIC X(40).
001860 01  WS-MONTH-CHECK             PIC 9(02).
001870     88  WS-MONTH-IS-VALID      VALUES 1 THRU 12.
001880 01  WS-DAY-CHECK               PIC 9(02).
001890     88  WS-DAY-IS-VALID        VALUES 1 THRU 31.
001900
001910*****************************************************************
001920*    COUNTS FOR THE REPORT TRAILER
001930*****************************************************************
001940 77  WS-TRAN-COUNT              PIC 9(04)  VALUE ZERO.
001950 77  WS-APPLIED-COUNT           PIC 9(04)  VALUE ZERO.
001960 77  WS-REJECTED-COUNT          PIC 9(04)  VALUE ZERO.
001970 77  WS-JOURNAL-COUNT           PIC 9(04)  VALUE ZERO.
001980 77  WS-NOT-APPLIED-COUNT       PIC 9(04)  VALUE ZERO.
001990
002000 01  WS-CURRENT-DATE-FIELDS.
002010     05  WS-CD-YY               PIC 99.
002020     05  WS-CD-MM               PIC 99.
002030     05  WS-CD-DD               PIC 99.
002040
002050 01  WS-CURRENT-TIME-FIELDS.
002060     05  WS-CT-HH                PIC 99.
002070     05  WS-CT-MM                PIC 99.
002080     05  WS-CT-SS                PIC 99.
002090     05  WS-CT-HH100             PIC 99.
002100
002110 77  WS-STRING-POINTER          PIC 9(04).
002120 01  WS-REPORT-LINE             PIC X(132).
002130
002140 PROCEDURE DIVISION.
002150*****************************************************************
002160*    0000-MAINLINE
002170*****************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002200     PERFORM 2000-LOAD-DECK          THRU 2000-EXIT
002210     PERFORM 2200-OPEN-OVERRIDE-FILE THRU 2200-EXIT
002220     PERFORM 2400-OPEN-JOURNAL       THRU 2400-EXIT
002230*    A DECK THAT WOULD NOT FIT ITS TABLE, OR A FILE THAT COULD
002240*    NOT BE OPENED (RC 16), IS NOT WORKED AGAINST - EVERY CARD
002250*    IS COUNTED AS NOT APPLIED INSTEAD.
002260     IF WS-WORST-RC IS LESS THAN 16
002270         PERFORM 3000-READ-TRANSACTION   THRU 3000-EXIT
002280         PERFORM 3500-APPLY-ONE-TRAN     THRU 3500-EXIT
002290             UNTIL WS-END-OF-TRANSACTIONS
002300     END-IF
002310     PERFORM 9000-WRITE-RUN-TOTALS   THRU 9000-EXIT
002320     PERFORM 9900-TERMINATE-RUN      THRU 9900-EXIT
002330     GOBACK.
002340
002350*****************************************************************
002360*    1000-INITIALIZE-RUN
002370*****************************************************************
002380 1000-INITIALIZE-RUN.
002390     OPEN INPUT  CONTROL-FILE
002400     OPEN INPUT  TRANSACTION-FILE
002410     OPEN OUTPUT MAINT-REPORT-FILE
002420     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002430     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
002440     MOVE SPACES TO WS-REPORT-LINE
002450     MOVE 1 TO WS-STRING-POINTER
002460     STRING "CELL OVERRIDE MAINTENANCE - RUN "
002470            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002480            " AT " WS-CT-HH ":" WS-CT-MM ":" WS-CT-SS
002490            DELIMITED BY SIZE INTO WS-REPORT-LINE
002500            WITH POINTER WS-STRING-POINTER
002510     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
002520     WRITE MAINT-REPORT-RECORD
002530     MOVE SPACES TO MAINT-REPORT-RECORD
002540     WRITE MAINT-REPORT-RECORD.
002550 1000-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590*    2000-LOAD-DECK - KEEP EACH CARD'S RANGE-ID FOR THE ON-DECK
002600*    CHECK. THE DECK ITSELF IS NEVER CHANGED HERE.
002610*****************************************************************
002620 2000-LOAD-DECK.
002630     PERFORM 2100-LOAD-ONE-DECK-RECORD THRU 2100-EXIT
002640         UNTIL WS-END-OF-DECK
002650     CLOSE CONTROL-FILE.
002660 2000-EXIT.
002670     EXIT.
002680
002690 2100-LOAD-ONE-DECK-RECORD.
002700     READ CONTROL-FILE
002710         AT END
002720             SET WS-END-OF-DECK TO TRUE
002730             GO TO 2100-EXIT
002740     END-READ
002750     IF WS-DECK-COUNT EQUAL TO MAX-DECK-ENTRIES
002760         MOVE SPACES TO WS-REPORT-LINE
002770         MOVE 1 TO WS-STRING-POINTER
002780         STRING "RUN ABANDONED - CONTROLS DECK EXCEEDS "
002790                MAX-DECK-ENTRIES
002800                " RANGES - RAISE MAX-DECK-ENTRIES AND RERUN"
002810                DELIMITED BY SIZE INTO WS-REPORT-LINE
002820                WITH POINTER WS-STRING-POINTER
002830         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
002840         SET WS-END-OF-DECK TO TRUE
002850         GO TO 2100-EXIT
002860     END-IF
002870     MOVE CONTROL-FILE-RECORD TO CONTROL-RECORD
002880     ADD 1 TO WS-DECK-COUNT
002890     MOVE CR-RANGE-ID TO DT-RANGE-ID(WS-DECK-COUNT).
002900 2100-EXIT.
002910     EXIT.
002920
002930*****************************************************************
002940*    2200-OPEN-OVERRIDE-FILE - I-O FOR THE CARDS. A CLUSTER
002950*    WITH NOTHING EVER ENTERED (STATUS 35) IS LOADED FRESH -
002960*    OPEN OUTPUT, NEW REQUESTS ONLY. ANY OTHER BAD OPEN
002970*    ABANDONS THE RUN.
002980*****************************************************************
002990 2200-OPEN-OVERRIDE-FILE.
003000     IF WS-WORST-RC IS NOT LESS THAN 16
003010         GO TO 2200-EXIT
003020     END-IF
003030     OPEN I-O OVERRIDE-FILE
003040     IF WS-OVR-FILE-STATUS EQUAL TO "35"
003050         OPEN OUTPUT OVERRIDE-FILE
003060         SET WS-OVR-LOADED-FRESH TO TRUE
003070         MOVE "OVERRIDE FILE IS EMPTY - NEW REQUESTS ONLY"
003080             TO MAINT-REPORT-RECORD
003090         WRITE MAINT-REPORT-RECORD
003100     END-IF
003110     IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
003120         MOVE SPACES TO WS-REPORT-LINE
003130         MOVE 1 TO WS-STRING-POINTER
003140         STRING "RUN ABANDONED - OVRFILE STATUS "
003150                WS-OVR-FILE-STATUS " ON OPEN"
003160                DELIMITED BY SIZE INTO WS-REPORT-LINE
003170                WITH POINTER WS-STRING-POINTER
003180         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
003190     END-IF.
003200 2200-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240*    2400-OPEN-JOURNAL - MNTJRNL IS APPENDED TO. WITHOUT IT AN
003250*    APPROVAL WOULD MOVE A PUBLISHED CELL THAT MULTCHG COULD
003260*    NOT EXPLAIN, SO A BAD OPEN ABANDONS THE RUN.
003270*****************************************************************
003280 2400-OPEN-JOURNAL.
003290     IF WS-WORST-RC IS NOT LESS THAN 16
003300         GO TO 2400-EXIT
003310     END-IF
003320     OPEN EXTEND JOURNAL-FILE
003330     IF WS-JRNL-FILE-STATUS NOT EQUAL TO "00"
003340         MOVE SPACES TO WS-REPORT-LINE
003350         MOVE 1 TO WS-STRING-POINTER
003360         STRING "RUN ABANDONED - MNTJRNL STATUS "
003370                WS-JRNL-FILE-STATUS " ON OPEN"
003380                DELIMITED BY SIZE INTO WS-REPORT-LINE
003390                WITH POINTER WS-STRING-POINTER
003400         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
003410     END-IF.
003420 2400-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    2900-WRITE-ABANDON-LINE - THE LINE IS ALREADY BUILT IN
003470*    WS-REPORT-LINE. RC 16 KEEPS THE REMAINING CARDS AWAY FROM
003480*    A FILE THAT CANNOT BE TRUSTED.
003490*****************************************************************
003500 2900-WRITE-ABANDON-LINE.
003510     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
003520     WRITE MAINT-REPORT-RECORD
003530     DISPLAY WS-REPORT-LINE
003540     IF 16 IS GREATER THAN WS-WORST-RC
003550         MOVE 16 TO WS-WORST-RC
003560     END-IF.
003570 2900-EXIT.
003580     EXIT.
003590
003600 3000-READ-TRANSACTION.
003610     READ TRANSACTION-FILE
003620         AT END
003630             SET WS-END-OF-TRANSACTIONS TO TRUE
003640     END-READ.
003650 3000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*    3500-APPLY-ONE-TRAN - EDIT THE CARD, APPLY IT TO OVRFILE,
003700*    REPORT WHAT HAPPENED, GET THE NEXT ONE. A FILE FAILURE
003710*    PART WAY THROUGH (RC 16) STOPS THE CARDS WHERE THEY ARE.
003720*****************************************************************
003730 3500-APPLY-ONE-TRAN.
003740     ADD 1 TO WS-TRAN-COUNT
003750     PERFORM 4000-EDIT-TRANSACTION THRU 4000-EXIT
003760     IF WS-TRAN-IS-VALID
003770         PERFORM 5000-APPLY-ACTION THRU 5000-EXIT
003780     END-IF
003790     PERFORM 6000-WRITE-TRAN-REPORT-LINE THRU 6000-EXIT
003800     IF WS-WORST-RC IS NOT LESS THAN 16
003810         SET WS-END-OF-TRANSACTIONS TO TRUE
003820     ELSE
003830         PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT
003840     END-IF.
003850 3500-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890*    4000-EDIT-TRANSACTION - EVERY FIELD IS CHECKED BEFORE ANY
003900*    OF IT TOUCHES THE FILE. THE FIRST FAILURE WINS THE REASON
003910*    SLOT, THE SAME AS IN MULTMNT AND MULTPLM.
003920*****************************************************************
003930 4000-EDIT-TRANSACTION.
003940     SET WS-TRAN-IS-VALID TO TRUE
003950     MOVE SPACES TO WS-REJECT-REASON
003960     IF NOT OC-ACTION-IS-VALID
003970         SET WS-TRAN-IS-INVALID TO TRUE
003980         MOVE "ACTION IS NOT R, A OR D" TO WS-REJECT-REASON
003990     ELSE
004000     IF OC-RANGE-ID EQUAL TO SPACES
004010         SET WS-TRAN-IS-INVALID TO TRUE
004020         MOVE "RANGE-ID IS BLANK" TO WS-REJECT-REASON
004030     ELSE
004040     IF OC-ROW-NUMBER IS NOT NUMERIC OR
004050        OC-COLUMN-NUMBER IS NOT NUMERIC
004060         SET WS-TRAN-IS-INVALID TO TRUE
004070         MOVE "ROW AND COLUMN MUST BE 2 DIGITS EACH"
004080             TO WS-REJECT-REASON
004090     ELSE
004100     IF OC-USER-ID EQUAL TO SPACES
004110         SET WS-TRAN-IS-INVALID TO TRUE
004120         MOVE "USER-ID IS BLANK" TO WS-REJECT-REASON
004130     ELSE
004140     IF OC-ACTION-IS-REQUEST
004150         PERFORM 4100-EDIT-REQUEST-FIELDS THRU 4100-EXIT
004160     END-IF
004170     END-IF
004180     END-IF
004190     END-IF
004200     END-IF
004210*    A DELETE IS ALLOWED FOR A RANGE NO LONGER ON THE DECK -
004220*    THAT IS HOW AN ORPHANED OVERRIDE IS CLEARED AWAY.
004230     IF WS-TRAN-IS-VALID AND NOT OC-ACTION-IS-DELETE
004240         PERFORM 4700-FIND-DECK-RANGE THRU 4700-EXIT
004250         IF WS-DECK-NOT-FOUND
004260             SET WS-TRAN-IS-INVALID TO TRUE
004270             MOVE "RANGE-ID IS NOT ON THE CONTROLS DECK"
004280                 TO WS-REJECT-REASON
004290         END-IF
004300     END-IF.
004310 4000-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*    4100-EDIT-REQUEST-FIELDS - AN R CARD CARRIES THE WHOLE
004360*    OVERRIDE: VALUE, EXPIRY (YYMMDD, THE LAST NIGHT IT
004370*    APPLIES - NOT ALREADY PAST) AND THE REASON FOR IT.
004380*****************************************************************
004390 4100-EDIT-REQUEST-FIELDS.
004400     IF OC-OVERRIDE-VALUE IS NOT NUMERIC
004410         SET WS-TRAN-IS-INVALID TO TRUE
004420         MOVE "OVERRIDE VALUE IS NOT 8 DIGITS"
004430             TO WS-REJECT-REASON
004440         GO TO 4100-EXIT
004450     END-IF
004460     IF OC-EXPIRY-DATE IS NOT NUMERIC
004470         SET WS-TRAN-IS-INVALID TO TRUE
004480         MOVE "EXPIRY DATE IS NOT A YYMMDD DATE"
004490             TO WS-REJECT-REASON
004500         GO TO 4100-EXIT
004510     END-IF
004520     MOVE OC-EXPIRY-MM TO WS-MONTH-CHECK
004530     MOVE OC-EXPIRY-DD TO WS-DAY-CHECK
004540     IF NOT WS-MONTH-IS-VALID OR NOT WS-DAY-IS-VALID
004550         SET WS-TRAN-IS-INVALID TO TRUE
004560         MOVE "EXPIRY DATE IS NOT A YYMMDD DATE"
004570             TO WS-REJECT-REASON
004580         GO TO 4100-EXIT
004590     END-IF
004600     IF OC-EXPIRY-DATE IS LESS THAN WS-CURRENT-DATE-FIELDS
004610         SET WS-TRAN-IS-INVALID TO TRUE
004620         MOVE "EXPIRY DATE IS ALREADY PAST"
004630             TO WS-REJECT-REASON
004640         GO TO 4100-EXIT
004650     END-IF
004660     IF OC-REASON EQUAL TO SPACES
004670         SET WS-TRAN-IS-INVALID TO TRUE
004680         MOVE "REASON IS BLANK" TO WS-REJECT-REASON
004690     END-IF.
004700 4100-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    4700-FIND-DECK-RANGE - IS THE CARD'S RANGE-ID ON THE DECK.
004750*****************************************************************
004760 4700-FIND-DECK-RANGE.
004770     SET WS-DECK-NOT-FOUND TO TRUE
004780     PERFORM 4750-CHECK-ONE-DECK-RANGE THRU 4750-EXIT
004790         VARYING WS-DECK-SUB FROM 1 BY 1
004800             UNTIL WS-DECK-SUB GREATER THAN WS-DECK-COUNT
004810                OR WS-DECK-WAS-FOUND.
004820 4700-EXIT.
004830     EXIT.
004840
004850 4750-CHECK-ONE-DECK-RANGE.
004860     IF DT-RANGE-ID(WS-DECK-SUB) EQUAL TO OC-RANGE-ID
004870         SET WS-DECK-WAS-FOUND TO TRUE
004880     END-IF.
004890 4750-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930*    5000-APPLY-ACTION - FETCH THE OVERRIDE THE CARD NAMES (IF
004940*    ANY) AND APPLY THE CARD TO IT. THE EDITS THAT NEED THE
004950*    RECORD ON FILE - APPROVER NOT THE REQUESTER, NOTHING TO
004960*    APPROVE OR DELETE - ARE MADE HERE.
004970*****************************************************************
004980 5000-APPLY-ACTION.
004990     MOVE SPACES TO WS-BEFORE-IMAGE
005000     MOVE SPACES TO WS-APPLY-NOTE
005010     SET WS-JOURNAL-NOT-NEEDED TO TRUE
005020     PERFORM 5100-READ-OVERRIDE THRU 5100-EXIT
005030     IF WS-WORST-RC IS NOT LESS THAN 16
005040         SET WS-TRAN-IS-INVALID TO TRUE
005050         MOVE "NOT APPLIED - OVRFILE FAILED" TO WS-REJECT-REASON
005060         GO TO 5000-EXIT
005070     END-IF
005080     EVALUATE TRUE
005090     WHEN OC-ACTION-IS-REQUEST
005100         PERFORM 5300-APPLY-REQUEST THRU 5300-EXIT
005110     WHEN OC-ACTION-IS-APPROVE
005120         PERFORM 5500-APPLY-APPROVAL THRU 5500-EXIT
005130     WHEN OTHER
005140         PERFORM 5700-APPLY-DELETE THRU 5700-EXIT
005150     END-EVALUATE
005160     IF WS-TRAN-IS-VALID AND WS-JOURNAL-NEEDED
005170         PERFORM 5900-WRITE-JOURNAL-ENTRY THRU 5900-EXIT
005180     END-IF.
005190 5000-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*    5100-READ-OVERRIDE - RANDOM READ BY RANGE/ROW/COLUMN. A
005240*    FRESHLY LOADED FILE IS OPEN FOR OUTPUT AND HOLDS NOTHING
005250*    READABLE, SO NOTHING IS "FOUND" ON IT.
005260*****************************************************************
005270 5100-READ-OVERRIDE.
005280     SET WS-ENTRY-NOT-FOUND TO TRUE
005290     IF WS-OVR-LOADED-FRESH
005300         GO TO 5100-EXIT
005310     END-IF
005320     MOVE OC-RANGE-ID      TO OV-RANGE-ID
005330     MOVE OC-ROW-NUMBER    TO OV-ROW-NUMBER
005340     MOVE OC-COLUMN-NUMBER TO OV-COLUMN-NUMBER
005350     READ OVERRIDE-FILE
005360         INVALID KEY
005370             GO TO 5100-EXIT
005380     END-READ
005390     IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
005400         PERFORM 5950-OVERRIDE-FILE-FAILED THRU 5950-EXIT
005410         GO TO 5100-EXIT
005420     END-IF
005430     SET WS-ENTRY-WAS-FOUND TO TRUE
005440     MOVE OVERRIDE-RECORD TO WS-BEFORE-IMAGE.
005450 5100-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    5300-APPLY-REQUEST - A NEW OVERRIDE, OR A REPLACEMENT FOR
005500*    ONE ON FILE. EITHER WAY IT GOES ON UNAPPROVED; REPLACING
005510*    AN APPROVED ONE TAKES ITS VALUE OFF THE CELL UNTIL THE NEW
005520*    ONE IS APPROVED, SO THAT IS JOURNALED.
005530*****************************************************************
005540 5300-APPLY-REQUEST.
005550     MOVE SPACES TO OVERRIDE-RECORD
005560     MOVE OC-RANGE-ID       TO OV-RANGE-ID
005570     MOVE OC-ROW-NUMBER     TO OV-ROW-NUMBER
005580     MOVE OC-COLUMN-NUMBER  TO OV-COLUMN-NUMBER
005590     MOVE OC-OVERRIDE-VALUE TO OV-OVERRIDE-VALUE
005600     MOVE OC-EXPIRY-DATE    TO OV-EXPIRY-DATE
005610     MOVE OC-USER-ID        TO OV-REQUESTED-BY
005620     MOVE SPACES            TO OV-APPROVED-BY
005630     MOVE ZERO              TO OV-APPROVED-DATE
005640     MOVE OC-REASON         TO OV-REASON
005650     IF WS-ENTRY-NOT-FOUND
005660         WRITE OVERRIDE-RECORD
005670             INVALID KEY
005680                 SET WS-TRAN-IS-INVALID TO TRUE
005690                 MOVE "ALREADY REQUESTED IN THIS RUN"
005700                     TO WS-REJECT-REASON
005710                 GO TO 5300-EXIT
005720         END-WRITE
005730         MOVE "NEW - AWAITING APPROVAL" TO WS-APPLY-NOTE
005740     ELSE
005750         REWRITE OVERRIDE-RECORD
005760             INVALID KEY
005770                 CONTINUE
005780         END-REWRITE
005790         MOVE "REPLACED - AWAITING APPROVAL" TO WS-APPLY-NOTE
005800         IF WB-APPROVED-BY NOT EQUAL TO SPACES
005810             SET WS-JOURNAL-NEEDED TO TRUE
005820             MOVE "REPLACED - APPROVAL CLEARED, CELL REVERTS"
005830                 TO WS-APPLY-NOTE
005840         END-IF
005850     END-IF
005860     IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
005870         PERFORM 5950-OVERRIDE-FILE-FAILED THRU 5950-EXIT
005880     END-IF.
005890 5300-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    5500-APPLY-APPROVAL - THE SECOND SIGNATURE. THE APPROVER
005940*    MUST NOT BE THE USER WHO REQUESTED THE OVERRIDE, AND AN
005950*    OVERRIDE ALREADY PAST ITS EXPIRY CANNOT BE APPROVED - IT
005960*    HAS TO BE REQUESTED AGAIN WITH A NEW DATE.
005970*****************************************************************
005980 5500-APPLY-APPROVAL.
005990     IF WS-ENTRY-NOT-FOUND
006000         SET WS-TRAN-IS-INVALID TO TRUE
006010         MOVE "NO SUCH OVERRIDE ON FILE" TO WS-REJECT-REASON
006020         GO TO 5500-EXIT
006030     END-IF
006040     IF NOT OV-NOT-YET-APPROVED
006050         SET WS-TRAN-IS-INVALID TO TRUE
006060         MOVE "ALREADY APPROVED" TO WS-REJECT-REASON
006070         GO TO 5500-EXIT
006080     END-IF
006090     IF OV-REQUESTED-BY EQUAL TO OC-USER-ID
006100         SET WS-TRAN-IS-INVALID TO TRUE
006110         MOVE "ONE USER CANNOT BOTH REQUEST AND APPROVE"
006120             TO WS-REJECT-REASON
006130         GO TO 5500-EXIT
006140     END-IF
006150     IF OV-EXPIRY-DATE IS LESS THAN WS-CURRENT-DATE-FIELDS
006160         SET WS-TRAN-IS-INVALID TO TRUE
006170         MOVE "EXPIRED - REQUEST IT AGAIN WITH A NEW DATE"
006180             TO WS-REJECT-REASON
006190         GO TO 5500-EXIT
006200     END-IF
006210     MOVE OC-USER-ID TO OV-APPROVED-BY
006220     MOVE WS-CURRENT-DATE-FIELDS TO OV-APPROVED-DATE
006230     REWRITE OVERRIDE-RECORD
006240         INVALID KEY
006250             CONTINUE
006260     END-REWRITE
006270     IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
006280         PERFORM 5950-OVERRIDE-FILE-FAILED THRU 5950-EXIT
006290         GO TO 5500-EXIT
006300     END-IF
006310     SET WS-JOURNAL-NEEDED TO TRUE
006320     MOVE "APPROVED - LIVE FROM THE NEXT MULTTAB RUN"
006330         TO WS-APPLY-NOTE.
006340 5500-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380*    5700-APPLY-DELETE - REMOVE THE OVERRIDE. DELETING AN
006390*    APPROVED ONE PUTS THE ARITHMETIC BACK ON THE CELL, SO
006400*    THAT IS JOURNALED.
006410*****************************************************************
006420 5700-APPLY-DELETE.
006430     IF WS-ENTRY-NOT-FOUND
006440         SET WS-TRAN-IS-INVALID TO TRUE
006450         MOVE "NO SUCH OVERRIDE ON FILE" TO WS-REJECT-REASON
006460         GO TO 5700-EXIT
006470     END-IF
006480     DELETE OVERRIDE-FILE
006490         INVALID KEY
006500             CONTINUE
006510     END-DELETE
006520     IF WS-OVR-FILE-STATUS NOT EQUAL TO "00"
006530         PERFORM 5950-OVERRIDE-FILE-FAILED THRU 5950-EXIT
006540         GO TO 5700-EXIT
006550     END-IF
006560     MOVE "DELETED" TO WS-APPLY-NOTE
006570     IF WB-APPROVED-BY NOT EQUAL TO SPACES
006580         SET WS-JOURNAL-NEEDED TO TRUE
006590         MOVE "DELETED - CELL REVERTS TO THE ARITHMETIC"
006600             TO WS-APPLY-NOTE
006610     END-IF.
006620 5700-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    5900-WRITE-JOURNAL-ENTRY - ONE MNTJRNL RECORD, ACTION O,
006670*    FOR A CARD THAT WILL MOVE A PUBLISHED CELL. THE IMAGES ARE
006680*    THE OVRFILE RECORD BEFORE AND AFTER (SPACES AFTER A
006690*    DELETE).
006700*****************************************************************
006710 5900-WRITE-JOURNAL-ENTRY.
006720     MOVE SPACES TO JOURNAL-RECORD
006730     MOVE OC-RANGE-ID TO JR-RANGE-ID
006740     SET JR-ACTION-IS-OVERRIDE TO TRUE
006750     MOVE OC-USER-ID TO JR-USER-ID
006760     MOVE WS-CURRENT-DATE-FIELDS TO JR-DATE
006770     MOVE WS-CT-HH TO JR-TIME(1:2)
006780     MOVE WS-CT-MM TO JR-TIME(3:2)
006790     MOVE WS-CT-SS TO JR-TIME(5:2)
006800     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
006810     IF OC-ACTION-IS-DELETE
006820         MOVE SPACES TO JR-AFTER-IMAGE
006830     ELSE
006840         MOVE OVERRIDE-RECORD TO JR-AFTER-IMAGE
006850     END-IF
006860     WRITE JOURNAL-RECORD
006870     IF WS-JRNL-FILE-STATUS NOT EQUAL TO "00"
006880         MOVE SPACES TO WS-REPORT-LINE
006890         MOVE 1 TO WS-STRING-POINTER
006900         STRING "RUN ABANDONED - MNTJRNL STATUS "
006910                WS-JRNL-FILE-STATUS " ON WRITE - THE CARD"
006920                " ABOVE IS ON OVRFILE BUT NOT JOURNALED"
006930                DELIMITED BY SIZE INTO WS-REPORT-LINE
006940                WITH POINTER WS-STRING-POINTER
006950         PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT
006960     ELSE
006970         ADD 1 TO WS-JOURNAL-COUNT
006980     END-IF.
006990 5900-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030*    5950-OVERRIDE-FILE-FAILED - A READ OR UPDATE THAT DID NOT
007040*    TAKE FOR ANY REASON BUT THE KEY. THE CARD IS REJECTED AND
007050*    THE REST ARE NOT APPLIED (RC 16).
007060*****************************************************************
007070 5950-OVERRIDE-FILE-FAILED.
007080     SET WS-TRAN-IS-INVALID TO TRUE
007090     MOVE "NOT APPLIED - OVRFILE FAILED" TO WS-REJECT-REASON
007100     MOVE SPACES TO WS-REPORT-LINE
007110     MOVE 1 TO WS-STRING-POINTER
007120     STRING "RUN ABANDONED - OVRFILE STATUS "
007130            WS-OVR-FILE-STATUS " ON RANGE-ID " OC-RANGE-ID
007140            " ROW " OC-ROW-NUMBER " COL " OC-COLUMN-NUMBER
007150            DELIMITED BY SIZE INTO WS-REPORT-LINE
007160            WITH POINTER WS-STRING-POINTER
007170     PERFORM 2900-WRITE-ABANDON-LINE THRU 2900-EXIT.
007180 5950-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220*    6000-WRITE-TRAN-REPORT-LINE - ONE LINE PER CARD, WITH THE
007230*    USER-ID, APPLIED OR REJECTED.
007240*****************************************************************
007250 6000-WRITE-TRAN-REPORT-LINE.
007260     MOVE SPACES TO WS-REPORT-LINE
007270     MOVE 1 TO WS-STRING-POINTER
007280     IF WS-TRAN-IS-VALID
007290         ADD 1 TO WS-APPLIED-COUNT
007300         STRING "APPLIED  " OC-ACTION " " OC-RANGE-ID
007310                " ROW " OC-ROW-NUMBER " COL " OC-COLUMN-NUMBER
007320                DELIMITED BY SIZE INTO WS-REPORT-LINE
007330                WITH POINTER WS-STRING-POINTER
007340         IF OC-ACTION-IS-REQUEST
007350             STRING " VALUE " OC-OVERRIDE-VALUE
007360                    " EXPIRES " OC-EXPIRY-DATE
007370                    DELIMITED BY SIZE INTO WS-REPORT-LINE
007380                    WITH POINTER WS-STRING-POINTER
007390         END-IF
007400         STRING " BY " OC-USER-ID " - " WS-APPLY-NOTE
007410                DELIMITED BY SIZE INTO WS-REPORT-LINE
007420                WITH POINTER WS-STRING-POINTER
007430     ELSE
007440         ADD 1 TO WS-REJECTED-COUNT
007450         STRING "REJECTED " OC-ACTION " " OC-RANGE-ID
007460                " ROW " OC-ROW-NUMBER " COL " OC-COLUMN-NUMBER
007470                " BY " OC-USER-ID
007480                " - " WS-REJECT-REASON
007490                DELIMITED BY SIZE INTO WS-REPORT-LINE
007500                WITH POINTER WS-STRING-POINTER
007510         IF 4 IS GREATER THAN WS-WORST-RC
007520             MOVE 4 TO WS-WORST-RC
007530         END-IF
007540     END-IF
007550     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
007560     WRITE MAINT-REPORT-RECORD.
007570 6000-EXIT.
007580     EXIT.
007590
007600*****************************************************************
007610*    9000-WRITE-RUN-TOTALS - CARDS LEFT UNREAD AFTER A FILE
007620*    FAILURE ARE COUNTED SO THE SUBMITTER KNOWS TO RESUBMIT
007630*    THEM.
007640*****************************************************************
007650 9000-WRITE-RUN-TOTALS.
007660     PERFORM 9100-COUNT-UNREAD-CARD THRU 9100-EXIT
007670         UNTIL WS-END-OF-TRANSACTIONS
007680     MOVE SPACES TO MAINT-REPORT-RECORD
007690     WRITE MAINT-REPORT-RECORD
007700     MOVE SPACES TO WS-REPORT-LINE
007710     MOVE 1 TO WS-STRING-POINTER
007720     STRING "TOTALS - TRANSACTIONS=" WS-TRAN-COUNT
007730            "  APPLIED=" WS-APPLIED-COUNT
007740            "  REJECTED=" WS-REJECTED-COUNT
007750            "  JOURNAL ENTRIES=" WS-JOURNAL-COUNT
007760            "  NOT READ=" WS-NOT-APPLIED-COUNT
007770            DELIMITED BY SIZE INTO WS-REPORT-LINE
007780            WITH POINTER WS-STRING-POINTER
007790     MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
007800     WRITE MAINT-REPORT-RECORD.
007810 9000-EXIT.
007820     EXIT.
007830
007840 9100-COUNT-UNREAD-CARD.
007850     READ TRANSACTION-FILE
007860         AT END
007870             SET WS-END-OF-TRANSACTIONS TO TRUE
007880             GO TO 9100-EXIT
007890     END-READ
007900     ADD 1 TO WS-NOT-APPLIED-COUNT.
007910 9100-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
007960*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
007970*    BACK CONTROL.
007980*****************************************************************
007990 9900-TERMINATE-RUN.
008000     CLOSE TRANSACTION-FILE
008010     CLOSE OVERRIDE-FILE
008020     CLOSE JOURNAL-FILE
008030     CLOSE MAINT-REPORT-FILE
008040     MOVE WS-WORST-RC TO RETURN-CODE.
008050 9900-EXIT.
008060     EXIT.
008070
008080 END PROGRAM MULTOVR.
