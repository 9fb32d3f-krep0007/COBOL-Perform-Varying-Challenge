000100*****************************************************************
000110* MTHSTREC - RECORD LAYOUT OF THE VSAM CELL HISTORY FILE
000120*    (MASTHIST), 452 BYTES, KEYED ON RANGE-ID PLUS ROW NUMBER
000130*    PLUS THE EFFECTIVE-TO DATE. WRITTEN BY MULT-TABLE EVERY
000140*    TIME IT REPLACES OR DROPS A TABLE MASTER ROW, SO THE
000150*    MASTER ROW THAT WAS LIVE FROM HS-EFFECTIVE-FROM UP TO
000160*    (NOT INCLUDING) HS-EFFECTIVE-TO SURVIVES THE OVERWRITE.
000170*    READ BY MULTINQ AND MULTONL FOR "AS OF" INQUIRIES AND BY
000180*    MULTRPR FOR "AS OF" REPRINTS, AND AGED OUT BY MULTHKP.
000186*    HS-ROW-IMAGE IS THE MASTER ROW AS IT SAT ON MASTFILE
000192*    (MTMSTREC) THROUGH THE END OF ITS CELLS - THE FIRST 429
000198*    BYTES; THE PER-CELL OVERRIDE FLAGS BEHIND THEM ARE NOT
000204*    KEPT. A READER MOVES IT BACK INTO TABLE-MASTER-RECORD
000210*    (THE FLAGS COME BACK BLANK) AND ANSWERS FROM THE SAME
000216*    FIELDS IT USES FOR A CURRENT ROW. KEEP THE TWO COPYBOOKS
000222*    IN STEP.
000230*
000240* MODIFICATION HISTORY
000250*    10/15/2026  JK  ORIGINAL VERSION.
000252*    10/15/2026  JK  THE MASTER GREW TO 479 BYTES WITH THE CELL
000254*                    OVERRIDE FLAGS - THE ROW IMAGE STAYS AT 429
000256*                    SO MASTHIST KEEPS ITS SIZE AND ITS HISTORY.
000257*    10/15/2026  JK  MULTRPR ADDED TO THE READERS (AS-OF
000258*                    REPRINTS).
000260*****************************************************************
000270 01  HISTORY-RECORD.
000280     05  HS-HISTORY-KEY.
000290         10  HS-RANGE-ID         PIC X(08).
000300         10  HS-ROW-NUMBER       PIC 9(02).
000310         10  HS-EFFECTIVE-TO     PIC 9(06).
000320     05  HS-EFFECTIVE-FROM       PIC 9(06).
000330     05  HS-CHANGE-TYPE          PIC X(01).
000340         88  HS-ROW-REPLACED         VALUE 'R'.
000350         88  HS-ROW-DROPPED          VALUE 'D'.
000360     05  HS-ROW-IMAGE            PIC X(429).
