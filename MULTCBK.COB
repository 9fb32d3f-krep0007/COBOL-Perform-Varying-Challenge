000100*****************************************************************
000110* AUTHOR.      JOSH KREPS.
000120* INSTALLATION. SHOP FLOOR SYSTEMS.
000130* DATE-WRITTEN. 10/15/2026.
000140* DATE-COMPILED.
000150*****************************************************************
000160* MULTCBK
000170* PURPOSE - MONTHLY CHARGEBACK FOR THE MULT-TABLE NIGHT RUN.
000180*    READS THE AUDIT TRAIL (AUDITLOG) FOR ONE BILLING MONTH
000190*    AND BILLS EACH OWNING DEPARTMENT (THE COST-CENTER CODE ON
000200*    THE CONTROL CARD, CARRIED ON EVERY AUDIT LINE) FOR THE
000210*    RANGES IT HAD RUN, THE CELLS GENERATED, THE REPORT PAGES
000220*    PRINTED AND THE FEED RECORDS SENT, AT THE RATES ON THE
000230*    CBKPARMS CARD. ONLY COMPLETED RANGES ARE BILLED - A
000240*    REJECTED OR SKIPPED RANGE BUILT NOTHING. RANGES WITH NO
000250*    OWNER ARE NOT BILLED TO ANYONE; THEY ARE LISTED ON THEIR
000260*    OWN SECTION OF CBKRPT, WITH WHAT THEY WOULD HAVE COST, SO
000270*    THE SYSTEMS GROUP CAN CHASE AN OWNER FOR THEM.
000280*
000290* MODIFICATION HISTORY
000300*    10/15/2026  JK  ORIGINAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    MULTCBK.
000340 AUTHOR.        JOSH KREPS.
000350 INSTALLATION.  SHOP FLOOR SYSTEMS.
000360 DATE-WRITTEN.  10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PARM-FILE ASSIGN TO "CBKPARMS"
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CBKRPT"
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AUDIT-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 160 CHARACTERS.
000570*****************************************************************
000580*    FIXED-COLUMN VIEW OF THE LINE 8000-WRITE-AUDIT-RECORD IN
000590*    MULT-TABLE STRINGS TOGETHER - EVERY LITERAL THERE IS
000600*    DELIMITED BY SIZE, SO THE FIELDS ALWAYS LAND IN THE SAME
000610*    COLUMNS. KEEP THIS LAYOUT IN STEP WITH THAT PARAGRAPH.
000620*    LINES WRITTEN BEFORE THE OWNER, PAGES AND FEED FIELDS
000630*    EXISTED CARRY BLANKS THERE - NO OWNER, NOTHING TO BILL
000640*    BEYOND THE RANGE AND ITS CELLS.
000650*****************************************************************
000660 01  AUDIT-RECORD.
000670     05  AL-RUN-DATE.
000680         10  AL-RUN-YYMM        PIC X(04).
000690         10  AL-RUN-DD          PIC X(02).
000700     05  FILLER                 PIC X(43).
000710     05  AL-CELL-COUNT          PIC 9(04).
000720     05  FILLER                 PIC X(09).
000730     05  AL-STATUS              PIC X(09).
000740     05  FILLER                 PIC X(36).
000750     05  AL-RANGE-ID            PIC X(08).
000760     05  FILLER                 PIC X(08).
000770     05  AL-OWNER-CODE          PIC X(06).
000780     05  FILLER                 PIC X(08).
000790     05  AL-PAGE-COUNT          PIC 9(04).
000800     05  FILLER                 PIC X(07).
000810     05  AL-FEED-COUNT          PIC 9(08).
000820     05  FILLER                 PIC X(04).
000830
000840*****************************************************************
000850*    CBKPARMS - ONE CARD: THE BILLING MONTH AND THE FOUR RATES,
000860*    EACH WITH AN IMPLIED DECIMAL POINT.
000870*****************************************************************
000880 FD  PARM-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  PARM-RECORD.
000930     05  CP-BILL-MONTH.
000940         10  CP-BILL-YY         PIC X(02).
000950         10  CP-BILL-MM         PIC X(02).
000960     05  CP-RANGE-RATE          PIC 9(05)V99.
000970     05  CP-CELL-RATE           PIC 9(03)V9(04).
000980     05  CP-PAGE-RATE           PIC 9(05)V99.
000990     05  CP-FEED-RATE           PIC 9(03)V9(04).
001000     05  FILLER                 PIC X(48).
001010
001020 FD  CHARGEBACK-REPORT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 132 CHARACTERS.
001060 01  CHARGEBACK-REPORT-RECORD       PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090*****************************************************************
001100*    SWITCHES
001110*****************************************************************
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001140         88  WS-END-OF-AUDIT-FILE           VALUE 'Y'.
001150     05  WS-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001160         88  WS-PARM-CARD-MISSING           VALUE 'Y'.
001170     05  WS-RATE-SWITCH         PIC X(01)  VALUE 'Y'.
001180         88  WS-RATES-ARE-GOOD              VALUE 'Y'.
001190         88  WS-RATES-ARE-BAD               VALUE 'N'.
001200     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001210         88  WS-ENTRY-WAS-FOUND             VALUE 'Y'.
001220         88  WS-ENTRY-NOT-FOUND             VALUE 'N'.
001230     05  WS-PLACE-SWITCH        PIC X(01)  VALUE 'N'.
001240         88  WS-PLACE-WAS-FOUND             VALUE 'Y'.
001250
001260*****************************************************************
001270*    RUN RETURN-CODE TRACKING - WORST CONDITION SEEN, MOVED TO
001280*    RETURN-CODE AT JOB END.
001290*****************************************************************
001300 77  WS-WORST-RC                PIC 9(02)  VALUE ZERO.
001310
001320 01  WS-CURRENT-DATE-FIELDS.
001330     05  WS-CD-YY               PIC 99.
001340     05  WS-CD-MM               PIC 99.
001350     05  WS-CD-DD               PIC 99.
001360
001370*****************************************************************
001380*    BILLING MONTH AND RATES - THE MONTH IS COMPARED AS TEXT
001390*    AGAINST THE AUDIT LINE'S YYMM, SO A LINE WITH A DAMAGED
001400*    DATE SIMPLY FALLS OUTSIDE IT.
001410*****************************************************************
001420 01  WS-BILL-MONTH.
001430     05  WS-BILL-YY             PIC 99.
001440     05  WS-BILL-MM             PIC 99.
001450 01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH
001460                                PIC X(04).
001470 77  WS-RANGE-RATE              PIC 9(05)V99   VALUE ZERO.
001480 77  WS-CELL-RATE               PIC 9(03)V9(04) VALUE ZERO.
001490 77  WS-PAGE-RATE               PIC 9(05)V99   VALUE ZERO.
001500 77  WS-FEED-RATE               PIC 9(03)V9(04) VALUE ZERO.
001510
001520*****************************************************************
001530*    DEPARTMENT TABLE - ONE ENTRY PER OWNING DEPARTMENT SEEN IN
001540*    THE MONTH, KEPT IN DEPARTMENT ORDER AS IT IS BUILT SO THE
001550*    BILL PRINTS SORTED WITHOUT A SORT STEP.
001560*****************************************************************
001570 77  MAX-DEPT-ENTRIES           PIC 9(03)  VALUE 200.
001580 01  DEPARTMENT-TABLE.
001590     05  DT-ENTRY OCCURS 200 TIMES.
001600         10  DT-OWNER-CODE          PIC X(06).
001610         10  DT-RANGE-COUNT         PIC 9(07).
001620         10  DT-CELL-COUNT          PIC 9(09).
001630         10  DT-PAGE-COUNT          PIC 9(07).
001640         10  DT-FEED-COUNT          PIC 9(09).
001650 77  WS-DEPT-COUNT              PIC 9(03)  VALUE ZERO.
001660 77  WS-DEPT-SUB                PIC 9(03).
001670 77  WS-INSERT-SUB              PIC 9(03).
001680 77  WS-SHIFT-SUB               PIC 9(03).
001690
001700*****************************************************************
001710*    UNOWNED-RANGE TABLE - ONE ENTRY PER RANGE-ID THAT RAN IN
001720*    THE MONTH WITH NO OWNER, IN THE ORDER THEY FIRST RAN.
001730*****************************************************************
001740 77  MAX-UNOWNED-ENTRIES        PIC 9(03)  VALUE 200.
001750 01  UNOWNED-TABLE.
001760     05  UT-ENTRY OCCURS 200 TIMES.
001770         10  UT-RANGE-ID            PIC X(08).
001780         10  UT-RANGE-COUNT         PIC 9(07).
001790         10  UT-CELL-COUNT          PIC 9(09).
001800         10  UT-PAGE-COUNT          PIC 9(07).
001810         10  UT-FEED-COUNT          PIC 9(09).
001820 77  WS-UNOWNED-COUNT           PIC 9(03)  VALUE ZERO.
001830 77  WS-UNOWNED-SUB             PIC 9(03).
001840 77  WS-FOUND-SUB               PIC 9(03).
001850
001860*****************************************************************
001870*    ONE AUDIT LINE'S BILLABLE USAGE - A BLANK (PRE-OWNER) PAGE
001880*    OR FEED FIELD COUNTS AS ZERO.
001890*****************************************************************
001900 77  WS-LINE-CELLS              PIC 9(04).
001910 77  WS-LINE-PAGES              PIC 9(04).
001920 77  WS-LINE-FEED               PIC 9(08).
001930
001940*****************************************************************
001950*    PRICING WORK AREAS - 4000-PRICE-USAGE TAKES THE FOUR
001960*    COUNTS AND RETURNS THE FOUR CHARGES AND THEIR TOTAL, EACH
001970*    CHARGE ROUNDED TO THE CENT ON ITS OWN SO THE PRINTED
001980*    COLUMNS ALWAYS ADD ACROSS TO THE TOTAL.
001990*****************************************************************
002000 77  WS-PRICE-RANGES            PIC 9(07).
002010 77  WS-PRICE-CELLS             PIC 9(09).
002020 77  WS-PRICE-PAGES             PIC 9(07).
002030 77  WS-PRICE-FEED              PIC 9(09).
002040 77  WS-RANGE-CHARGE            PIC 9(09)V99.
002050 77  WS-CELL-CHARGE             PIC 9(09)V99.
002060 77  WS-PAGE-CHARGE             PIC 9(09)V99.
002070 77  WS-FEED-CHARGE             PIC 9(09)V99.
002080 77  WS-TOTAL-CHARGE            PIC 9(10)V99.
002090
002100*****************************************************************
002110*    RUN-TOTAL ACCUMULATORS
002120*****************************************************************
002130 77  WS-LINES-READ              PIC 9(07)  VALUE ZERO.
002140 77  WS-LINES-IN-MONTH          PIC 9(07)  VALUE ZERO.
002150 77  WS-LINES-NOT-RUN           PIC 9(07)  VALUE ZERO.
002160 77  WS-LINES-UNBILLED          PIC 9(07)  VALUE ZERO.
002170 77  WS-BILLED-RANGES           PIC 9(07)  VALUE ZERO.
002180 77  WS-UNOWNED-RANGES          PIC 9(07)  VALUE ZERO.
002190 77  WS-BILLED-TOTAL            PIC 9(11)V99 VALUE ZERO.
002200 77  WS-UNOWNED-TOTAL           PIC 9(11)V99 VALUE ZERO.
002210
002220*****************************************************************
002230*    REPORT-LINE EDITED FIELDS
002240*****************************************************************
002250 77  WS-EDIT-RANGES             PIC Z(05)9.
002260 77  WS-EDIT-CELLS              PIC Z(08)9.
002270 77  WS-EDIT-PAGES              PIC Z(05)9.
002280 77  WS-EDIT-FEED               PIC Z(08)9.
002290 77  WS-EDIT-RANGE-CHARGE       PIC ZZ,ZZZ,ZZ9.99.
002300 77  WS-EDIT-CELL-CHARGE        PIC ZZ,ZZZ,ZZ9.99.
002310 77  WS-EDIT-PAGE-CHARGE        PIC ZZ,ZZZ,ZZ9.99.
002320 77  WS-EDIT-FEED-CHARGE        PIC ZZ,ZZZ,ZZ9.99.
002330 77  WS-EDIT-TOTAL-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
002340 77  WS-EDIT-GRAND-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002350 77  WS-EDIT-MONEY-RATE         PIC ZZZZ9.99.
002360 77  WS-EDIT-MONEY-RATE-B       PIC ZZZZ9.99.
002370 77  WS-EDIT-UNIT-RATE          PIC ZZ9.9999.
002380 77  WS-EDIT-UNIT-RATE-B        PIC ZZ9.9999.
002390 77  WS-EDIT-COUNT-7            PIC Z(06)9.
002400 77  WS-STRING-POINTER          PIC 9(04).
002410 01  WS-REPORT-LINE             PIC X(132).
002420
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450*    0000-MAINLINE - NO USABLE RATE CARD, NO BILL: THE TOTALS
002460*    STILL PRINT SO THE REPORT SAYS WHY IT IS EMPTY.
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE-RUN    THRU 1000-EXIT
002500     IF WS-RATES-ARE-GOOD
002510         PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT
002520         PERFORM 2500-PROCESS-ONE-LINE  THRU 2500-EXIT
002530             UNTIL WS-END-OF-AUDIT-FILE
002540         PERFORM 6000-WRITE-DEPARTMENT-BILL THRU 6000-EXIT
002550         PERFORM 7000-WRITE-UNOWNED-LIST    THRU 7000-EXIT
002560     END-IF
002570     PERFORM 9000-WRITE-RUN-TOTALS  THRU 9000-EXIT
002580     PERFORM 9900-TERMINATE-RUN     THRU 9900-EXIT
002590     GOBACK.
002600
002610*****************************************************************
002620*    1000-INITIALIZE-RUN - OPEN THE FILES, PICK UP THE BILLING
002630*    MONTH AND RATES, AND HEAD THE REPORT.
002640*****************************************************************
002650 1000-INITIALIZE-RUN.
002660     OPEN INPUT  AUDIT-FILE
002670     OPEN INPUT  PARM-FILE
002680     OPEN OUTPUT CHARGEBACK-REPORT-FILE
002690     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
002700     PERFORM 1200-READ-RATE-CARD THRU 1200-EXIT
002710     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002720 1000-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760*    1200-READ-RATE-CARD - COLS 1-4 THE BILLING MONTH (YYMM;
002770*    BLANK = THE MONTH BEFORE THE RUN DATE, THE NORMAL CASE FOR
002780*    A JOB RUN ON THE FIRST), COLS 5-11 THE RATE PER RANGE RUN
002790*    (9(5)V99), 12-18 PER CELL (9(3)V9(4)), 19-25 PER REPORT
002800*    PAGE (9(5)V99), 26-32 PER FEED RECORD (9(3)V9(4)). UNLIKE
002810*    AUDPARMS THERE IS NO SAFE DEFAULT FOR A RATE - A MISSING
002820*    OR DAMAGED CARD BILLS NOTHING AND ENDS THE RUN RC 8.
002830*****************************************************************
002840 1200-READ-RATE-CARD.
002850     PERFORM 1250-DEFAULT-BILL-MONTH THRU 1250-EXIT
002860     READ PARM-FILE
002870         AT END
002880             SET WS-PARM-CARD-MISSING TO TRUE
002890     END-READ
002900     IF WS-PARM-CARD-MISSING
002910         DISPLAY "CBKPARMS IS EMPTY - NO RATES, NOTHING BILLED"
002920         SET WS-RATES-ARE-BAD TO TRUE
002930         MOVE 8 TO WS-WORST-RC
002940         GO TO 1200-EXIT
002950     END-IF
002960     IF CP-RANGE-RATE IS NOT NUMERIC OR
002970        CP-CELL-RATE  IS NOT NUMERIC OR
002980        CP-PAGE-RATE  IS NOT NUMERIC OR
002990        CP-FEED-RATE  IS NOT NUMERIC
003000         DISPLAY "CBKPARMS RATES '" PARM-RECORD(5:28)
003010             "' ARE NOT ALL NUMERIC - NOTHING BILLED"
003020         SET WS-RATES-ARE-BAD TO TRUE
003030         MOVE 8 TO WS-WORST-RC
003040         GO TO 1200-EXIT
003050     END-IF
003060     IF CP-BILL-MONTH NOT EQUAL TO SPACES
003070         IF CP-BILL-YY IS NUMERIC AND
003080            CP-BILL-MM IS NUMERIC AND
003090            CP-BILL-MM IS GREATER THAN "00" AND
003100            CP-BILL-MM IS LESS THAN "13"
003110             MOVE CP-BILL-MONTH TO WS-BILL-MONTH-X
003120         ELSE
003130             DISPLAY "CBKPARMS BILLING MONTH '" CP-BILL-MONTH
003140                 "' IS NOT YYMM - NOTHING BILLED"
003150             SET WS-RATES-ARE-BAD TO TRUE
003160             MOVE 8 TO WS-WORST-RC
003170             GO TO 1200-EXIT
003180         END-IF
003190     END-IF
003200     MOVE CP-RANGE-RATE TO WS-RANGE-RATE
003210     MOVE CP-CELL-RATE  TO WS-CELL-RATE
003220     MOVE CP-PAGE-RATE  TO WS-PAGE-RATE
003230     MOVE CP-FEED-RATE  TO WS-FEED-RATE.
003240 1200-EXIT.
003250     EXIT.
003260
003270*****************************************************************
003280*    1250-DEFAULT-BILL-MONTH - THE CALENDAR MONTH BEFORE THE
003290*    RUN DATE, ACROSS THE YEAR END IN JANUARY.
003300*****************************************************************
003310 1250-DEFAULT-BILL-MONTH.
003320     IF WS-CD-MM EQUAL TO 01
003330         MOVE 12 TO WS-BILL-MM
003340         IF WS-CD-YY EQUAL TO ZERO
003350             MOVE 99 TO WS-BILL-YY
003360         ELSE
003370             COMPUTE WS-BILL-YY = WS-CD-YY - 1
003380         END-IF
003390     ELSE
003400         MOVE WS-CD-YY TO WS-BILL-YY
003410         COMPUTE WS-BILL-MM = WS-CD-MM - 1
003420     END-IF.
003430 1250-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    1300-WRITE-REPORT-HEADER - THE TITLE, AND THE RATES IN
003480*    FORCE SO EVERY BILL CAN BE CHECKED BY HAND.
003490*****************************************************************
003500 1300-WRITE-REPORT-HEADER.
003510     MOVE SPACES TO WS-REPORT-LINE
003520     MOVE 1 TO WS-STRING-POINTER
003530     STRING "MULT-TABLE MONTHLY CHARGEBACK - BILLING MONTH "
003540            DELIMITED BY SIZE
003550            WS-BILL-MM "/" WS-BILL-YY DELIMITED BY SIZE
003560            "  RUN DATE " DELIMITED BY SIZE
003570            WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY DELIMITED BY SIZE
003580            INTO WS-REPORT-LINE WITH POINTER WS-STRING-POINTER
003590     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
003600     WRITE CHARGEBACK-REPORT-RECORD
003610     MOVE WS-RANGE-RATE TO WS-EDIT-MONEY-RATE
003620     MOVE WS-CELL-RATE  TO WS-EDIT-UNIT-RATE
003630     MOVE WS-PAGE-RATE  TO WS-EDIT-MONEY-RATE-B
003640     MOVE WS-FEED-RATE  TO WS-EDIT-UNIT-RATE-B
003650     MOVE SPACES TO WS-REPORT-LINE
003660     MOVE 1 TO WS-STRING-POINTER
003670     STRING "RATES - PER RANGE RUN " WS-EDIT-MONEY-RATE
003680            "  PER CELL " WS-EDIT-UNIT-RATE
003690            "  PER REPORT PAGE " WS-EDIT-MONEY-RATE-B
003700            "  PER FEED RECORD " WS-EDIT-UNIT-RATE-B
003710            DELIMITED BY SIZE INTO WS-REPORT-LINE
003720            WITH POINTER WS-STRING-POINTER
003730     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
003740     WRITE CHARGEBACK-REPORT-RECORD
003750     MOVE SPACES TO CHARGEBACK-REPORT-RECORD
003760     WRITE CHARGEBACK-REPORT-RECORD.
003770 1300-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810*    2000-READ-AUDIT-RECORD
003820*****************************************************************
003830 2000-READ-AUDIT-RECORD.
003840     READ AUDIT-FILE
003850         AT END
003860             SET WS-END-OF-AUDIT-FILE TO TRUE
003870     END-READ.
003880 2000-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    2500-PROCESS-ONE-LINE
003930*****************************************************************
003940 2500-PROCESS-ONE-LINE.
003950     ADD 1 TO WS-LINES-READ
003960     PERFORM 2550-BILL-ONE-LINE THRU 2550-EXIT
003970     PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT.
003980 2500-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*    2550-BILL-ONE-LINE - A COMPLETED RANGE IN THE BILLING
004030*    MONTH IS BILLED TO ITS OWNER OR LISTED AS UNOWNED. LINES
004040*    FOR OTHER MONTHS ARE PASSED OVER; A REJECTED OR SKIPPED
004050*    RANGE IN THE MONTH IS ONLY COUNTED.
004060*****************************************************************
004070 2550-BILL-ONE-LINE.
004080     IF AL-RUN-YYMM NOT EQUAL TO WS-BILL-MONTH-X
004090         GO TO 2550-EXIT
004100     END-IF
004110     ADD 1 TO WS-LINES-IN-MONTH
004120     IF AL-STATUS NOT EQUAL TO "COMPLETED"
004130         ADD 1 TO WS-LINES-NOT-RUN
004140         GO TO 2550-EXIT
004150     END-IF
004160     PERFORM 2600-PICK-UP-USAGE THRU 2600-EXIT
004170     IF AL-OWNER-CODE EQUAL TO SPACES
004180         PERFORM 3500-LIST-UNOWNED-RANGE THRU 3500-EXIT
004190     ELSE
004200         PERFORM 3000-BILL-TO-DEPARTMENT THRU 3000-EXIT
004210     END-IF.
004220 2550-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*    2600-PICK-UP-USAGE - THE LINE'S CELLS, PAGES AND FEED
004270*    RECORDS, ZERO WHERE THE FIELD IS BLANK OR DAMAGED.
004280*****************************************************************
004290 2600-PICK-UP-USAGE.
004300     MOVE ZERO TO WS-LINE-CELLS
004310     MOVE ZERO TO WS-LINE-PAGES
004320     MOVE ZERO TO WS-LINE-FEED
004330     IF AL-CELL-COUNT IS NUMERIC
004340         MOVE AL-CELL-COUNT TO WS-LINE-CELLS
004350     END-IF
004360     IF AL-PAGE-COUNT IS NUMERIC
004370         MOVE AL-PAGE-COUNT TO WS-LINE-PAGES
004380     END-IF
004390     IF AL-FEED-COUNT IS NUMERIC
004400         MOVE AL-FEED-COUNT TO WS-LINE-FEED
004410     END-IF.
004420 2600-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*    3000-BILL-TO-DEPARTMENT - ADD THE LINE TO ITS OWNER'S
004470*    ENTRY, OPENING ONE IN DEPARTMENT ORDER THE FIRST TIME THE
004480*    OWNER IS SEEN. A FULL TABLE LEAVES THE LINE UNBILLED AND
004490*    THE RUN RC 4 - RAISE MAX-DEPT-ENTRIES.
004500*****************************************************************
004510 3000-BILL-TO-DEPARTMENT.
004520     SET WS-ENTRY-NOT-FOUND TO TRUE
004530     PERFORM 3100-CHECK-ONE-DEPARTMENT THRU 3100-EXIT
004540         VARYING WS-DEPT-SUB FROM 1 BY 1
004550             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
004560                OR WS-ENTRY-WAS-FOUND
004570     IF WS-ENTRY-NOT-FOUND
004580         IF WS-DEPT-COUNT NOT LESS THAN MAX-DEPT-ENTRIES
004590             ADD 1 TO WS-LINES-UNBILLED
004600             IF 4 IS GREATER THAN WS-WORST-RC
004610                 MOVE 4 TO WS-WORST-RC
004620             END-IF
004630             GO TO 3000-EXIT
004640         END-IF
004650         PERFORM 3200-OPEN-DEPARTMENT THRU 3200-EXIT
004660     END-IF
004670     ADD 1             TO DT-RANGE-COUNT(WS-FOUND-SUB)
004680     ADD WS-LINE-CELLS TO DT-CELL-COUNT(WS-FOUND-SUB)
004690     ADD WS-LINE-PAGES TO DT-PAGE-COUNT(WS-FOUND-SUB)
004700     ADD WS-LINE-FEED  TO DT-FEED-COUNT(WS-FOUND-SUB)
004710     ADD 1 TO WS-BILLED-RANGES.
004720 3000-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    3100-CHECK-ONE-DEPARTMENT
004770*****************************************************************
004780 3100-CHECK-ONE-DEPARTMENT.
004790     IF DT-OWNER-CODE(WS-DEPT-SUB) EQUAL TO AL-OWNER-CODE
004800         SET WS-ENTRY-WAS-FOUND TO TRUE
004810         MOVE WS-DEPT-SUB TO WS-FOUND-SUB
004820     END-IF.
004830 3100-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    3200-OPEN-DEPARTMENT - FIND THE OWNER'S PLACE IN ORDER,
004880*    SLIDE EVERY ENTRY FROM THERE UP ONE SLOT, AND START THE
004890*    NEW ENTRY AT ZERO.
004900*****************************************************************
004910 3200-OPEN-DEPARTMENT.
004920     MOVE 1 TO WS-INSERT-SUB
004930     MOVE 'N' TO WS-PLACE-SWITCH
004940     PERFORM 3250-STEP-PAST-LOWER-DEPT THRU 3250-EXIT
004950         UNTIL WS-INSERT-SUB GREATER THAN WS-DEPT-COUNT
004960            OR WS-PLACE-WAS-FOUND
004970     PERFORM 3300-SLIDE-ONE-DEPARTMENT THRU 3300-EXIT
004980         VARYING WS-SHIFT-SUB FROM WS-DEPT-COUNT BY -1
004990             UNTIL WS-SHIFT-SUB LESS THAN WS-INSERT-SUB
005000     ADD 1 TO WS-DEPT-COUNT
005010     MOVE AL-OWNER-CODE TO DT-OWNER-CODE(WS-INSERT-SUB)
005020     MOVE ZERO TO DT-RANGE-COUNT(WS-INSERT-SUB)
005030     MOVE ZERO TO DT-CELL-COUNT(WS-INSERT-SUB)
005040     MOVE ZERO TO DT-PAGE-COUNT(WS-INSERT-SUB)
005050     MOVE ZERO TO DT-FEED-COUNT(WS-INSERT-SUB)
005060     MOVE WS-INSERT-SUB TO WS-FOUND-SUB.
005070 3200-EXIT.
005080     EXIT.
005090
005100 3250-STEP-PAST-LOWER-DEPT.
005110     IF DT-OWNER-CODE(WS-INSERT-SUB) LESS THAN AL-OWNER-CODE
005120         ADD 1 TO WS-INSERT-SUB
005130     ELSE
005140         SET WS-PLACE-WAS-FOUND TO TRUE
005150     END-IF.
005160 3250-EXIT.
005170     EXIT.
005180
005190 3300-SLIDE-ONE-DEPARTMENT.
005200     MOVE DT-ENTRY(WS-SHIFT-SUB) TO DT-ENTRY(WS-SHIFT-SUB + 1).
005210 3300-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    3500-LIST-UNOWNED-RANGE - A RANGE THAT RAN WITH NO OWNER
005260*    IS BILLED TO NOBODY; IT IS TALLIED BY RANGE-ID FOR THE
005270*    CHASE LIST. A FULL TABLE LEAVES THE LINE OFF THE LIST AND
005280*    THE RUN RC 4 - RAISE MAX-UNOWNED-ENTRIES.
005290*****************************************************************
005300 3500-LIST-UNOWNED-RANGE.
005310     SET WS-ENTRY-NOT-FOUND TO TRUE
005320     PERFORM 3600-CHECK-ONE-UNOWNED THRU 3600-EXIT
005330         VARYING WS-UNOWNED-SUB FROM 1 BY 1
005340             UNTIL WS-UNOWNED-SUB GREATER THAN WS-UNOWNED-COUNT
005350                OR WS-ENTRY-WAS-FOUND
005360     IF WS-ENTRY-NOT-FOUND
005370         IF WS-UNOWNED-COUNT NOT LESS THAN MAX-UNOWNED-ENTRIES
005380             ADD 1 TO WS-LINES-UNBILLED
005390             IF 4 IS GREATER THAN WS-WORST-RC
005400                 MOVE 4 TO WS-WORST-RC
005410             END-IF
005420             GO TO 3500-EXIT
005430         END-IF
005440         ADD 1 TO WS-UNOWNED-COUNT
005450         MOVE WS-UNOWNED-COUNT TO WS-FOUND-SUB
005460         MOVE AL-RANGE-ID TO UT-RANGE-ID(WS-FOUND-SUB)
005470         MOVE ZERO TO UT-RANGE-COUNT(WS-FOUND-SUB)
005480         MOVE ZERO TO UT-CELL-COUNT(WS-FOUND-SUB)
005490         MOVE ZERO TO UT-PAGE-COUNT(WS-FOUND-SUB)
005500         MOVE ZERO TO UT-FEED-COUNT(WS-FOUND-SUB)
005510     END-IF
005520     ADD 1             TO UT-RANGE-COUNT(WS-FOUND-SUB)
005530     ADD WS-LINE-CELLS TO UT-CELL-COUNT(WS-FOUND-SUB)
005540     ADD WS-LINE-PAGES TO UT-PAGE-COUNT(WS-FOUND-SUB)
005550     ADD WS-LINE-FEED  TO UT-FEED-COUNT(WS-FOUND-SUB)
005560     ADD 1 TO WS-UNOWNED-RANGES.
005570 3500-EXIT.
005580     EXIT.
005590
005600 3600-CHECK-ONE-UNOWNED.
005610     IF UT-RANGE-ID(WS-UNOWNED-SUB) EQUAL TO AL-RANGE-ID
005620         SET WS-ENTRY-WAS-FOUND TO TRUE
005630         MOVE WS-UNOWNED-SUB TO WS-FOUND-SUB
005640     END-IF.
005650 3600-EXIT.
005660     EXIT.
005670
005680*****************************************************************
005690*    4000-PRICE-USAGE - THE FOUR COUNTS IN WS-PRICE-* TIMES THE
005700*    CARD'S RATES, EACH CHARGE ROUNDED TO THE CENT, AND THEIR
005710*    SUM.
005720*****************************************************************
005730 4000-PRICE-USAGE.
005740     COMPUTE WS-RANGE-CHARGE ROUNDED =
005750         WS-PRICE-RANGES * WS-RANGE-RATE
005760     COMPUTE WS-CELL-CHARGE ROUNDED =
005770         WS-PRICE-CELLS * WS-CELL-RATE
005780     COMPUTE WS-PAGE-CHARGE ROUNDED =
005790         WS-PRICE-PAGES * WS-PAGE-RATE
005800     COMPUTE WS-FEED-CHARGE ROUNDED =
005810         WS-PRICE-FEED * WS-FEED-RATE
005820     COMPUTE WS-TOTAL-CHARGE =
005830         WS-RANGE-CHARGE + WS-CELL-CHARGE +
005840         WS-PAGE-CHARGE + WS-FEED-CHARGE.
005850 4000-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    6000-WRITE-DEPARTMENT-BILL - ONE LINE PER DEPARTMENT, IN
005900*    DEPARTMENT ORDER: USAGE, THE CHARGE FOR EACH MEASURE AND
005910*    THE DEPARTMENT'S TOTAL.
005920*****************************************************************
005930 6000-WRITE-DEPARTMENT-BILL.
005940     MOVE "CHARGES BY OWNING DEPARTMENT"
005950         TO CHARGEBACK-REPORT-RECORD
005960     WRITE CHARGEBACK-REPORT-RECORD
005970     MOVE SPACES TO WS-REPORT-LINE
005980     MOVE 1 TO WS-STRING-POINTER
005990     STRING "DEPT  " "  " "RANGES" "  " "    CELLS" "  "
006000            " PAGES" "  " "FEED RECS" "  "
006010            "    RANGE CHG" "  " "     CELL CHG" "  "
006020            "     PAGE CHG" "  " "     FEED CHG" "  "
006030            "         TOTAL"
006040            DELIMITED BY SIZE INTO WS-REPORT-LINE
006050            WITH POINTER WS-STRING-POINTER
006060     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
006070     WRITE CHARGEBACK-REPORT-RECORD
006080     IF WS-DEPT-COUNT EQUAL TO ZERO
006090         MOVE "  NO OWNED RANGE RAN IN THE BILLING MONTH"
006100             TO CHARGEBACK-REPORT-RECORD
006110         WRITE CHARGEBACK-REPORT-RECORD
006120     END-IF
006130     PERFORM 6100-WRITE-ONE-DEPARTMENT THRU 6100-EXIT
006140         VARYING WS-DEPT-SUB FROM 1 BY 1
006150             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
006160     MOVE WS-BILLED-TOTAL TO WS-EDIT-GRAND-TOTAL
006170     MOVE SPACES TO WS-REPORT-LINE
006180     MOVE 1 TO WS-STRING-POINTER
006190     STRING "TOTAL BILLED TO DEPARTMENTS " WS-EDIT-GRAND-TOTAL
006200            DELIMITED BY SIZE INTO WS-REPORT-LINE
006210            WITH POINTER WS-STRING-POINTER
006220     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
006230     WRITE CHARGEBACK-REPORT-RECORD
006240     MOVE SPACES TO CHARGEBACK-REPORT-RECORD
006250     WRITE CHARGEBACK-REPORT-RECORD.
006260 6000-EXIT.
006270     EXIT.
006280
006290 6100-WRITE-ONE-DEPARTMENT.
006300     MOVE DT-RANGE-COUNT(WS-DEPT-SUB) TO WS-PRICE-RANGES
006310     MOVE DT-CELL-COUNT(WS-DEPT-SUB)  TO WS-PRICE-CELLS
006320     MOVE DT-PAGE-COUNT(WS-DEPT-SUB)  TO WS-PRICE-PAGES
006330     MOVE DT-FEED-COUNT(WS-DEPT-SUB)  TO WS-PRICE-FEED
006340     PERFORM 4000-PRICE-USAGE THRU 4000-EXIT
006350     ADD WS-TOTAL-CHARGE TO WS-BILLED-TOTAL
006360     PERFORM 6500-EDIT-USAGE-FIELDS THRU 6500-EXIT
006370     MOVE SPACES TO WS-REPORT-LINE
006380     MOVE 1 TO WS-STRING-POINTER
006390     STRING DT-OWNER-CODE(WS-DEPT-SUB) "  "
006400            WS-EDIT-RANGES "  " WS-EDIT-CELLS "  "
006410            WS-EDIT-PAGES "  " WS-EDIT-FEED "  "
006420            WS-EDIT-RANGE-CHARGE "  " WS-EDIT-CELL-CHARGE "  "
006430            WS-EDIT-PAGE-CHARGE "  " WS-EDIT-FEED-CHARGE "  "
006440            WS-EDIT-TOTAL-CHARGE
006450            DELIMITED BY SIZE INTO WS-REPORT-LINE
006460            WITH POINTER WS-STRING-POINTER
006470     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
006480     WRITE CHARGEBACK-REPORT-RECORD.
006490 6100-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    6500-EDIT-USAGE-FIELDS - THE PRICED COUNTS AND CHARGES
006540*    INTO THEIR PRINT PICTURES, SHARED BY BOTH SECTIONS.
006550*****************************************************************
006560 6500-EDIT-USAGE-FIELDS.
006570     MOVE WS-PRICE-RANGES TO WS-EDIT-RANGES
006580     MOVE WS-PRICE-CELLS  TO WS-EDIT-CELLS
006590     MOVE WS-PRICE-PAGES  TO WS-EDIT-PAGES
006600     MOVE WS-PRICE-FEED   TO WS-EDIT-FEED
006610     MOVE WS-RANGE-CHARGE TO WS-EDIT-RANGE-CHARGE
006620     MOVE WS-CELL-CHARGE  TO WS-EDIT-CELL-CHARGE
006630     MOVE WS-PAGE-CHARGE  TO WS-EDIT-PAGE-CHARGE
006640     MOVE WS-FEED-CHARGE  TO WS-EDIT-FEED-CHARGE
006650     MOVE WS-TOTAL-CHARGE TO WS-EDIT-TOTAL-CHARGE.
006660 6500-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    7000-WRITE-UNOWNED-LIST - EVERY RANGE THAT RAN WITH NO
006710*    OWNER, WITH ITS USAGE AND WHAT IT WOULD HAVE BEEN BILLED.
006720*    NONE OF IT IS IN THE DEPARTMENT TOTAL ABOVE.
006730*****************************************************************
006740 7000-WRITE-UNOWNED-LIST.
006750     MOVE SPACES TO WS-REPORT-LINE
006760     MOVE 1 TO WS-STRING-POINTER
006770     STRING "UNOWNED RANGES - NO OWNING DEPARTMENT ON THE "
006780            "CONTROL CARD, NOT BILLED (CHASE AN OWNER AND SET "
006790            "IT THROUGH MULTMNT)"
006800            DELIMITED BY SIZE INTO WS-REPORT-LINE
006810            WITH POINTER WS-STRING-POINTER
006820     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
006830     WRITE CHARGEBACK-REPORT-RECORD
006840     MOVE SPACES TO WS-REPORT-LINE
006850     MOVE 1 TO WS-STRING-POINTER
006860     STRING "RANGE-ID" "  " "  RUNS" "  " "    CELLS" "  "
006870            " PAGES" "  " "FEED RECS" "  "
006880            "    RANGE CHG" "  " "     CELL CHG" "  "
006890            "     PAGE CHG" "  " "     FEED CHG" "  "
006900            "    WOULD BILL"
006910            DELIMITED BY SIZE INTO WS-REPORT-LINE
006920            WITH POINTER WS-STRING-POINTER
006930     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
006940     WRITE CHARGEBACK-REPORT-RECORD
006950     IF WS-UNOWNED-COUNT EQUAL TO ZERO
006960         MOVE "  NONE - EVERY RANGE RUN IN THE MONTH HAD AN OWNER"
006970             TO CHARGEBACK-REPORT-RECORD
006980         WRITE CHARGEBACK-REPORT-RECORD
006990     END-IF
007000     PERFORM 7100-WRITE-ONE-UNOWNED THRU 7100-EXIT
007010         VARYING WS-UNOWNED-SUB FROM 1 BY 1
007020             UNTIL WS-UNOWNED-SUB GREATER THAN WS-UNOWNED-COUNT
007030     MOVE WS-UNOWNED-TOTAL TO WS-EDIT-GRAND-TOTAL
007040     MOVE SPACES TO WS-REPORT-LINE
007050     MOVE 1 TO WS-STRING-POINTER
007060     STRING "TOTAL NOT BILLED (UNOWNED) " WS-EDIT-GRAND-TOTAL
007070            DELIMITED BY SIZE INTO WS-REPORT-LINE
007080            WITH POINTER WS-STRING-POINTER
007090     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
007100     WRITE CHARGEBACK-REPORT-RECORD.
007110 7000-EXIT.
007120     EXIT.
007130
007140 7100-WRITE-ONE-UNOWNED.
007150     MOVE UT-RANGE-COUNT(WS-UNOWNED-SUB) TO WS-PRICE-RANGES
007160     MOVE UT-CELL-COUNT(WS-UNOWNED-SUB)  TO WS-PRICE-CELLS
007170     MOVE UT-PAGE-COUNT(WS-UNOWNED-SUB)  TO WS-PRICE-PAGES
007180     MOVE UT-FEED-COUNT(WS-UNOWNED-SUB)  TO WS-PRICE-FEED
007190     PERFORM 4000-PRICE-USAGE THRU 4000-EXIT
007200     ADD WS-TOTAL-CHARGE TO WS-UNOWNED-TOTAL
007210     PERFORM 6500-EDIT-USAGE-FIELDS THRU 6500-EXIT
007220     MOVE SPACES TO WS-REPORT-LINE
007230     MOVE 1 TO WS-STRING-POINTER
007240     STRING UT-RANGE-ID(WS-UNOWNED-SUB) "  "
007250            WS-EDIT-RANGES "  " WS-EDIT-CELLS "  "
007260            WS-EDIT-PAGES "  " WS-EDIT-FEED "  "
007270            WS-EDIT-RANGE-CHARGE "  " WS-EDIT-CELL-CHARGE "  "
007280            WS-EDIT-PAGE-CHARGE "  " WS-EDIT-FEED-CHARGE "  "
007290            WS-EDIT-TOTAL-CHARGE
007300            DELIMITED BY SIZE INTO WS-REPORT-LINE
007310            WITH POINTER WS-STRING-POINTER
007320     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
007330     WRITE CHARGEBACK-REPORT-RECORD.
007340 7100-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380*    9000-WRITE-RUN-TOTALS - WHAT WAS READ, WHAT FELL IN THE
007390*    MONTH, AND WHAT COULD NOT BE BILLED OR LISTED.
007400*****************************************************************
007410 9000-WRITE-RUN-TOTALS.
007420     MOVE SPACES TO CHARGEBACK-REPORT-RECORD
007430     WRITE CHARGEBACK-REPORT-RECORD
007440     IF WS-RATES-ARE-BAD
007450         MOVE "*** NO USABLE CBKPARMS CARD - NOTHING BILLED ***"
007460             TO CHARGEBACK-REPORT-RECORD
007470         WRITE CHARGEBACK-REPORT-RECORD
007480     END-IF
007490     MOVE SPACES TO WS-REPORT-LINE
007500     MOVE 1 TO WS-STRING-POINTER
007510     STRING "TOTALS - LINES READ=" WS-LINES-READ
007520            "  IN MONTH=" WS-LINES-IN-MONTH
007530            "  NOT RUN (REJECTED/SKIPPED)=" WS-LINES-NOT-RUN
007540            DELIMITED BY SIZE INTO WS-REPORT-LINE
007550            WITH POINTER WS-STRING-POINTER
007560     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
007570     WRITE CHARGEBACK-REPORT-RECORD
007580     MOVE SPACES TO WS-REPORT-LINE
007590     MOVE 1 TO WS-STRING-POINTER
007600     STRING "         RANGES BILLED=" WS-BILLED-RANGES
007610            "  UNOWNED=" WS-UNOWNED-RANGES
007620            "  DEPARTMENTS=" WS-DEPT-COUNT
007630            DELIMITED BY SIZE INTO WS-REPORT-LINE
007640            WITH POINTER WS-STRING-POINTER
007650     MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
007660     WRITE CHARGEBACK-REPORT-RECORD
007670     IF WS-LINES-UNBILLED IS GREATER THAN ZERO
007680         MOVE WS-LINES-UNBILLED TO WS-EDIT-COUNT-7
007690         MOVE SPACES TO WS-REPORT-LINE
007700         MOVE 1 TO WS-STRING-POINTER
007710         STRING "*** " WS-EDIT-COUNT-7
007720                " LINE(S) LEFT OFF - DEPARTMENT OR UNOWNED TABLE"
007730                " FULL, RAISE MAX-DEPT-ENTRIES/MAX-UNOWNED-"
007740                "ENTRIES ***"
007750                DELIMITED BY SIZE INTO WS-REPORT-LINE
007760                WITH POINTER WS-STRING-POINTER
007770         MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
007780         WRITE CHARGEBACK-REPORT-RECORD
007790     END-IF.
007800 9000-EXIT.
007810     EXIT.
007820
007830*****************************************************************
007840*    9900-TERMINATE-RUN - CLOSE FILES, POST THE RUN'S WORST
007850*    CONDITION TO RETURN-CODE FOR THE JCL COND CHECK, AND GIVE
007860*    BACK CONTROL.
007870*****************************************************************
007880 9900-TERMINATE-RUN.
007890     CLOSE AUDIT-FILE
007900     CLOSE PARM-FILE
007910     CLOSE CHARGEBACK-REPORT-FILE
007920     MOVE WS-WORST-RC TO RETURN-CODE.
007930 9900-EXIT.
007940     EXIT.
007950
007960 END PROGRAM MULTCBK.
