000100*****************************************************************
000110* MTJRNREC - RECORD LAYOUT OF THE DECK MAINTENANCE JOURNAL
000120*    (MNTJRNL), 200 BYTES, ONE RECORD PER CONTROLS TRANSACTION
000130*    THAT WENT ONTO THE LIVE DECK. WRITTEN BY MULTMNT TO ITS
000140*    JRNLNEW WORK FILE, WHICH THE MULTMNT JOB APPENDS TO MNTJRNL
000150*    ONLY WHEN THE WHOLE BATCH WAS RELEASED - SO THE JOURNAL
000160*    NEVER HOLDS A CHANGE THE DECK DID NOT GET. READ BY MULTCHG
000170*    TO EXPLAIN EACH NIGHT'S DELTA FEED.
000174*    MULTOVR ALSO JOURNALS EVERY CELL OVERRIDE CHANGE THAT WILL
000178*    MOVE A PUBLISHED CELL (ACTION O, IMAGES ARE THE OVRFILE
000182*    RECORD BEFORE AND AFTER), STRAIGHT TO MNTJRNL.
000186*      RANGE-ID, ACTION (A/C/D/O) AND USER-ID OFF THE CARD
000190*      TIMESTAMP - YYMMDD AND HHMMSS OF THE MAINTENANCE RUN
000200*      BEFORE IMAGE - THE CONTROL RECORD AS IT WAS (SPACES ON AN
000210*                     ADD)
000220*      AFTER IMAGE  - THE CONTROL RECORD AS IT WENT ON THE DECK
000230*                     (SPACES ON A DELETE)
000240*
000250* MODIFICATION HISTORY
000260*    10/15/2026  JK  ORIGINAL VERSION.
000265*    10/15/2026  JK  ACTION O - A CELL OVERRIDE CHANGE (MULTOVR).
000270*****************************************************************
000280 01  JOURNAL-RECORD.
000290     05  JR-RANGE-ID            PIC X(08).
000300     05  JR-ACTION              PIC X(01).
000310         88  JR-ACTION-IS-ADD       VALUE 'A'.
000320         88  JR-ACTION-IS-CHANGE    VALUE 'C'.
000330         88  JR-ACTION-IS-DELETE    VALUE 'D'.
000335         88  JR-ACTION-IS-OVERRIDE  VALUE 'O'.
000340     05  JR-USER-ID             PIC X(08).
000350     05  JR-TIMESTAMP.
000360         10  JR-DATE            PIC 9(06).
000370         10  JR-TIME            PIC 9(06).
000380     05  JR-STAMP REDEFINES JR-TIMESTAMP
000390                                PIC 9(12).
000400     05  JR-BEFORE-IMAGE        PIC X(80).
000410     05  JR-AFTER-IMAGE         PIC X(80).
000420     05  FILLER                 PIC X(11).
