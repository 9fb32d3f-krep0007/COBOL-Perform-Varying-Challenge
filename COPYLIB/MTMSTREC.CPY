000100*****************************************************************
000110* MTMSTREC - RECORD LAYOUT OF THE VSAM TABLE MASTER (MASTFILE),
000120*    479 BYTES, KEYED ON RANGE-ID PLUS ROW NUMBER. LOADED BY
000130*    MULT-TABLE (ONE RECORD PER TABLE ROW) AND READ BY MULTINQ.
000140*    KEEP THIS THE ONLY COPY - THE LOADER AND EVERY READER MUST
000150*    AGREE ON IT BYTE FOR BYTE.
000196*                    OPERAND, NOT POSITION.
000197*    09/01/2026  JK  CELLS WIDENED 4 TO 8 DIGITS (229 TO 429
000198*                    BYTES) - POWER TABLES CLIPPED AT 9999.
      *    10/15/2026  JK  ONE OVERRIDE FLAG PER CELL ADDED (429 TO
      *                    479 BYTES) - 'O' MARKS A CELL WHOSE VALUE
      *                    IS AN APPROVED OVERRIDE (OVRFILE), NOT THE
      *                    ARITHMETIC.
000199*****************************************************************
000200 01  TABLE-MASTER-RECORD.
000210     05  TM-MASTER-KEY.
000266     05  TM-GAL-STEP             PIC 9(02).
000270     05  TM-CELL-AREA.
000280         10  TM-CELL             PIC 9(08) OCCURS 50 TIMES.
000290     05  TM-OVERRIDE-AREA.
000300         10  TM-OVERRIDE-FLAG    PIC X(01) OCCURS 50 TIMES.
000310             88  TM-CELL-OVERRIDDEN  VALUE 'O'.
