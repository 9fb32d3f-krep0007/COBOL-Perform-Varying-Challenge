000280*    PSEUDO-CONVERSATIONAL: EACH ENTER DOES ONE KEYED READ AND
000290*    RETURNS WITH TRANSID MTIQ; PF3 OR CLEAR ENDS THE SESSION.
000300*    MASTFILE MUST BE DEFINED TO CICS AS A READ-ONLY VSAM KSDS
000310*    (THE OVERNIGHT MULTTAB JOB STILL OWNS THE UPDATES), AND
000313*    SO MUST MASTHIST, THE CELL HISTORY THE OPTIONAL AS-OF
000316*    DATE IS ANSWERED FROM.
000320*
000330* MODIFICATION HISTORY
000340*    09/01/2026  JK  ORIGINAL VERSION.
000346*                    NOT-FOUND WORDING, INCLUDING THE RUN
000348*                    CALENDAR CLAUSE, DOES NOT FIT 78 BYTES
000349*                    AND MUST NEVER BE CUT MID-WORD.
      *    10/15/2026  JK  OPTIONAL AS-OF DATE ON THE SCREEN (ASOF).
      *                    BLANK ANSWERS FROM THE MASTER AS BEFORE;
      *                    A YYMMDD DATE ANSWERS AS OF THAT DAY - THE
      *                    MASTER ROW IF IT WAS ALREADY LOADED THEN,
      *                    OTHERWISE THE ROW BROWSED BACK FROM THE
      *                    CELL HISTORY FILE (MASTHIST). SAME RULES
      *                    AND WORDING AS MULTINQ REQUEST TYPE H.
      *    10/15/2026  JK  AN ANSWER FROM A CELL CARRYING AN APPROVED
      *                    OVERRIDE IS FLAGGED (OVERRIDE) AFTER THE
      *                    MESSAGE NOTE, AS MULTINQ FLAGS IT.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    MULTONL.
000600     COPY MTMSTREC.
000610
000620*****************************************************************
      *    AN AS-OF ANSWER BROWSES THE CELL HISTORY: ITS KEY IS THE
      *    MASTER KEY PLUS THE DATE THE ROW STOPPED BEING CURRENT,
      *    AND THE ROW IMAGE IT CARRIES IS MOVED BACK INTO THE
      *    MASTER LAYOUT SO THE ORDINARY ANSWER PARAGRAPHS SERVE IT.
      *****************************************************************
           COPY MTHSTREC.
       01  WS-HISTORY-KEY.
           05  WS-HKEY-RANGE-ID       PIC X(08).
           05  WS-HKEY-ROW-NUMBER     PIC 9(02).
           05  WS-HKEY-EFFECTIVE-TO   PIC 9(06).
      
      *****************************************************************
000630*    THE KEYED READ'S RID FIELD - RANGE-ID(8) PLUS ROW(2),
000640*    SAME SHAPE AS TM-MASTER-KEY.
000650*****************************************************************
000810 77  WS-RESP-DISPLAY            PIC 9(04).
000820 01  WS-MESSAGE-LINE            PIC X(78).
000822 01  WS-MESSAGE-LINE2           PIC X(78).
       01  WS-ANSWER-NOTE             PIC X(78).
       01  WS-IO-FILE-TEXT            PIC X(12).
      
      *****************************************************************
      *    THE OPTIONAL AS-OF DATE, EDITED THE SAME WAY AS COLS 30-35
      *    OF A BATCH TYPE H REQUEST.
      *****************************************************************
       01  WS-AS-OF-DATE              PIC 9(06).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YY            PIC 9(02).
           05  WS-AS-OF-MM            PIC 9(02).
           05  WS-AS-OF-DD            PIC 9(02).
       01  WS-AS-OF-SWITCH            PIC X(01)  VALUE 'N'.
           88  WS-AS-OF-REQUESTED                VALUE 'Y'.
           88  WS-AS-OF-NOT-REQUESTED            VALUE 'N'.
           88  WS-AS-OF-IS-BAD                   VALUE 'X'.
000830
000840 01  WS-COMMAREA.
000850     05  CA-SESSION-FLAG        PIC X(01).
001280     MOVE LOW-VALUES TO MTONLMO
001290     MOVE "KEY RANGE-ID, ROW AND COLUMN, THEN PRESS ENTER"
001300         TO MSGO
001303     MOVE "KEY AN AS-OF DATE (YYMMDD) TO SEE A PAST VALUE"
001306         TO MSG2O
001310     EXEC CICS SEND
001320         MAP('MTONLM')
001330         MAPSET('MULTINQM')
001560*        THE SAME EDIT THE BATCH RUN APPLIES TO AN INQREQST
001570*        CARD: A BLANK RANGE OR A NON-NUMERIC/ZERO ROW OR
001580*        COLUMN IS NOT A VALID REQUEST.
001583         MOVE SPACES TO WS-ANSWER-NOTE
001586         PERFORM 2100-EDIT-AS-OF-DATE THRU 2100-EXIT
001590         IF RANGEI EQUAL TO SPACES OR
001600            RANGEI EQUAL TO LOW-VALUES OR
001610            ROWI IS NOT NUMERIC OR
001620            COLI IS NOT NUMERIC OR
001630            ROWI EQUAL TO ZERO OR
001640            COLI EQUAL TO ZERO OR
001645            WS-AS-OF-IS-BAD
001650             MOVE SPACES TO WS-MESSAGE-LINE
001655             MOVE SPACES TO WS-MESSAGE-LINE2
001660             STRING "REJECTED - RANGE-ID=" RANGEI
001680                    " COL=" COLI
001690                    " IS NOT A VALID REQUEST"
001700                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
001701             IF WS-AS-OF-IS-BAD
001702                 STRING "AS-OF DATE " ASOFI
001703                        " IS NOT A VALID YYMMDD DATE"
001704                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE2
001705             END-IF
001710             PERFORM 7000-SEND-MESSAGE-ONLY THRU 7000-EXIT
001720         ELSE
001730             MOVE ROWI TO WS-FETCH-ROW
001740             MOVE COLI TO WS-FETCH-COL
001750             IF WS-AS-OF-REQUESTED
001752                 PERFORM 3500-FETCH-AS-OF THRU 3500-EXIT
001754             ELSE
001756                 PERFORM 3000-FETCH-AND-ANSWER THRU 3000-EXIT
001758             END-IF
001760         END-IF
001770     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800
001810*****************************************************************
      *    2100-EDIT-AS-OF-DATE - A BLANK AS-OF FIELD IS TODAY'S
      *    ORDINARY INQUIRY. A KEYED ONE MUST BE A REAL YYMMDD DATE -
      *    NUMERIC, MONTH 01-12, DAY 01-31.
      *****************************************************************
       2100-EDIT-AS-OF-DATE.
           IF ASOFI EQUAL TO SPACES OR
              ASOFI EQUAL TO LOW-VALUES
               SET WS-AS-OF-NOT-REQUESTED TO TRUE
           ELSE
               IF ASOFI IS NOT NUMERIC
                   SET WS-AS-OF-IS-BAD TO TRUE
               ELSE
                   MOVE ASOFI TO WS-AS-OF-DATE
                   IF WS-AS-OF-MM LESS THAN 1 OR
                      WS-AS-OF-MM GREATER THAN 12 OR
                      WS-AS-OF-DD LESS THAN 1 OR
                      WS-AS-OF-DD GREATER THAN 31
                       SET WS-AS-OF-IS-BAD TO TRUE
                   ELSE
                       SET WS-AS-OF-REQUESTED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      
      *****************************************************************
001820*    3000-FETCH-AND-ANSWER - ONE KEYED READ, SAME AS THE BATCH
001830*    3000-FETCH-AND-ANSWER, WITH THE SAME ANSWER FIELDS AND
001840*    THE SAME NOT-FOUND AND I/O-ERROR WORDING.
002045                DELIMITED BY SIZE INTO WS-MESSAGE-LINE2
002050         PERFORM 7000-SEND-MESSAGE-ONLY THRU 7000-EXIT
002060     WHEN OTHER
002070         MOVE "TABLE MASTER" TO WS-IO-FILE-TEXT
002080         PERFORM 3900-ANSWER-IO-ERROR THRU 3900-EXIT
002160     END-EVALUATE.
002170 3000-EXIT.
002180     EXIT.
002210*    3300-ANSWER-CELL-VALUE - THE ROW IS ON THE MASTER - CHECK
002220*    THE REQUESTED COLUMN AGAINST THE ROW'S ACTUAL WIDTH AND
002230*    ANSWER WITH THE SINGLE CELL, OPERANDS AND LOAD DATE.
002235*    AN OVERRIDDEN CELL IS FLAGGED (OVERRIDE) IN THE MESSAGE.
002240*****************************************************************
002250 3300-ANSWER-CELL-VALUE.
002260     IF WS-FETCH-COL IS GREATER THAN TM-GAL-BOUND
002400         MOVE WS-GUY-OPERAND        TO GUYOPO
002410         MOVE WS-GAL-OPERAND        TO GALOPO
002420         MOVE TM-RUN-DATE           TO LOADDTO
      *        A CELL CARRYING AN APPROVED OVERRIDE IS NOT THE
      *        ARITHMETIC - SAY SO, AS THE BATCH ANSWER DOES.
               IF TM-CELL-OVERRIDDEN(WS-FETCH-COL)
                   IF WS-ANSWER-NOTE EQUAL TO SPACES
                       MOVE "(OVERRIDE)" TO WS-ANSWER-NOTE
                   ELSE
                       MOVE SPACES TO WS-MESSAGE-LINE
                       STRING WS-ANSWER-NOTE DELIMITED BY "  "
                              " (OVERRIDE)" DELIMITED BY SIZE
                              INTO WS-MESSAGE-LINE
                       MOVE WS-MESSAGE-LINE TO WS-ANSWER-NOTE
                   END-IF
               END-IF
002430         MOVE WS-ANSWER-NOTE TO MSGO
002435         MOVE SPACES TO MSG2O
002440         PERFORM 8000-SEND-MAP-DATAONLY THRU 8000-EXIT
002450     END-IF.
002770     EXIT.
002780
002790*****************************************************************
      *    3500-FETCH-AS-OF - SAME RULE AS THE BATCH 3800: THE
      *    MASTER ROW ANSWERS IF IT WAS LOADED ON OR BEFORE THE AS-OF
      *    DATE; A LATER ROW, OR NO ROW AT ALL, SENDS THE REQUEST TO
      *    THE CELL HISTORY.
      *****************************************************************
       3500-FETCH-AS-OF.
           MOVE RANGEI       TO WS-KEY-RANGE-ID
           MOVE WS-FETCH-ROW TO WS-KEY-ROW-NUMBER
           EXEC CICS READ
               FILE('MASTFILE')
               INTO(TABLE-MASTER-RECORD)
               RIDFLD(WS-MASTER-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(NORMAL) AND
                TM-RUN-DATE NOT GREATER THAN WS-AS-OF-DATE
               MOVE SPACES TO WS-ANSWER-NOTE
               STRING "AS OF " WS-AS-OF-DATE " - CURRENT MASTER ROW"
                      DELIMITED BY SIZE INTO WS-ANSWER-NOTE
               PERFORM 3300-ANSWER-CELL-VALUE THRU 3300-EXIT
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(NORMAL)
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(NOTFND)
               PERFORM 3600-FETCH-FROM-HISTORY THRU 3600-EXIT
           WHEN OTHER
               MOVE "TABLE MASTER" TO WS-IO-FILE-TEXT
               PERFORM 3900-ANSWER-IO-ERROR THRU 3900-EXIT
           END-EVALUATE.
       3500-EXIT.
           EXIT.
      
      *****************************************************************
      *    3600-FETCH-FROM-HISTORY - EACH HISTORY ROW WAS LIVE FROM
      *    HS-EFFECTIVE-FROM UP TO (NOT INCLUDING) HS-EFFECTIVE-TO.
      *    THE BROWSE STARTS AT THE DAY AFTER THE AS-OF DATE (ONE
      *    PAST IT IN THE KEY - THE KEY IS ONLY COMPARED, NEVER
      *    TREATED AS A CALENDAR DATE), SO THE FIRST ROW READ FOR
      *    THIS RANGE/ROW IS THE ONLY ONE THAT CAN HAVE BEEN LIVE ON
      *    THE AS-OF DATE. IT ANSWERS IF IT HAD BEEN LOADED BY THEN.
      *****************************************************************
       3600-FETCH-FROM-HISTORY.
           MOVE RANGEI       TO WS-HKEY-RANGE-ID
           MOVE WS-FETCH-ROW TO WS-HKEY-ROW-NUMBER
           COMPUTE WS-HKEY-EFFECTIVE-TO = WS-AS-OF-DATE + 1
           EXEC CICS STARTBR
               FILE('MASTHIST')
               RIDFLD(WS-HISTORY-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE EQUAL TO DFHRESP(NOTFND)
               PERFORM 3700-ANSWER-NO-VALUE-AS-OF THRU 3700-EXIT
               GO TO 3600-EXIT
           END-IF
           IF WS-RESP-CODE NOT EQUAL TO DFHRESP(NORMAL)
               MOVE "CELL HISTORY" TO WS-IO-FILE-TEXT
               PERFORM 3900-ANSWER-IO-ERROR THRU 3900-EXIT
               GO TO 3600-EXIT
           END-IF
           EXEC CICS READNEXT
               FILE('MASTHIST')
               INTO(HISTORY-RECORD)
               RIDFLD(WS-HISTORY-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           EXEC CICS ENDBR
               FILE('MASTHIST')
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(NORMAL) AND
                HS-RANGE-ID EQUAL TO RANGEI AND
                HS-ROW-NUMBER EQUAL TO WS-FETCH-ROW AND
                HS-EFFECTIVE-FROM NOT GREATER THAN WS-AS-OF-DATE
               MOVE HS-ROW-IMAGE TO TABLE-MASTER-RECORD
               MOVE SPACES TO WS-ANSWER-NOTE
               STRING "AS OF " WS-AS-OF-DATE
                      " - FROM CELL HISTORY, SUPERSEDED "
                      HS-EFFECTIVE-TO
                      DELIMITED BY SIZE INTO WS-ANSWER-NOTE
               PERFORM 3300-ANSWER-CELL-VALUE THRU 3300-EXIT
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(NORMAL)
           WHEN WS-RESP-CODE EQUAL TO DFHRESP(ENDFILE)
               PERFORM 3700-ANSWER-NO-VALUE-AS-OF THRU 3700-EXIT
           WHEN OTHER
               MOVE "CELL HISTORY" TO WS-IO-FILE-TEXT
               PERFORM 3900-ANSWER-IO-ERROR THRU 3900-EXIT
           END-EVALUATE.
       3600-EXIT.
           EXIT.
      
      *****************************************************************
      *    3700-ANSWER-NO-VALUE-AS-OF - NO ROW WAS LIVE ON THE AS-OF
      *    DATE - SAME WORDING AS THE BATCH 3870.
      *****************************************************************
       3700-ANSWER-NO-VALUE-AS-OF.
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE2
           STRING "NOT FOUND - RANGE-ID=" RANGEI
                  " ROW=" WS-FETCH-ROW
                  " HAD NO VALUE ON FILE AS OF " WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           STRING "NOT YET LOADED THEN, OR ITS HISTORY HAS BEEN"
                  " AGED OUT"
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE2
           PERFORM 7000-SEND-MESSAGE-ONLY THRU 7000-EXIT.
       3700-EXIT.
           EXIT.
      
      *****************************************************************
      *    3900-ANSWER-IO-ERROR - THE FILE ITSELF FAILED, NOT THE
      *    CLERK'S KEY. WS-IO-FILE-TEXT NAMES WHICH FILE.
      *****************************************************************
       3900-ANSWER-IO-ERROR.
           MOVE WS-RESP-CODE TO WS-RESP-DISPLAY
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE2
           STRING "NOT ANSWERED - RANGE-ID=" RANGEI
                  " ROW=" WS-FETCH-ROW
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           STRING WS-IO-FILE-TEXT " I/O ERROR, STATUS "
                  WS-RESP-DISPLAY
                  " - CALL SYSTEMS"
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE2
           PERFORM 7000-SEND-MESSAGE-ONLY THRU 7000-EXIT.
       3900-EXIT.
           EXIT.
      
      *****************************************************************
002800*    7000-SEND-MESSAGE-ONLY - A REJECTION OR NOT-FOUND WIPES
002810*    THE ANSWER FIELDS SO A STALE VALUE CAN NEVER SIT UNDER A
002820*    FRESH ERROR MESSAGE.
