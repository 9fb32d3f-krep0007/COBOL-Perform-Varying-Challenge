000403*                    EVERY CELL AS AN ADD, FOR THE FIRST
000404*                    TRANSMISSION OF A NEW RANGE. BLANK (THE
000405*                    NORMAL CASE) SENDS ONLY CHANGED CELLS.
      *    10/15/2026  JK  ADDED THE RUN STREAM (COL 61, 1-9, BLANK
      *                    MEANS STREAM 1) - WHICH OF THE PARALLEL
      *                    MULTTAB STREAMS BUILDS THE RANGE. A RUN
      *                    OF THE WHOLE DECK BUILDS EVERY STREAM.
      *    10/15/2026  JK  ADDED THE OWNING DEPARTMENT (COLS 62-67,
      *                    THE COST-CENTER CODE MULTCBK BILLS THE
      *                    RANGE'S RUNS TO). BLANK MEANS NO OWNER ON
      *                    FILE - THE RANGE STILL RUNS, AND THE
      *                    CHARGEBACK LISTS IT FOR CHASING.
000406*****************************************************************
000410 01  CONTROL-RECORD.
000420     05  CR-GUY-BOUND           PIC 99.
000720     05  CR-SOURCE-B-ID         PIC X(08).
000730     05  CR-FULL-REFRESH-SWITCH PIC X(01).
000740         88  CR-FULL-REFRESH-REQUESTED  VALUE 'Y'.
000750     05  CR-STREAM-NUMBER       PIC X(01).
000760         88  CR-STREAM-IS-VALID     VALUES ' ' '1' THRU '9'.
000770     05  CR-OWNER-CODE          PIC X(06).
000780         88  CR-RANGE-IS-UNOWNED    VALUE SPACES.
000790     05  FILLER                 PIC X(13).
