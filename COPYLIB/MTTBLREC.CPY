000100*****************************************************************
000110* MTTBLREC - RECORD LAYOUT OF THE TABLE OUTPUT FILE (TABLEOUT)
000120*    AND OF THE RECONCILIATION REFERENCE FILE (REFIN), 458
000130*    BYTES. EACH RANGE'S BLOCK IS SELF-DESCRIBING:
000140*      'H' HEADER  - RANGE-ID, BOUNDS, RUN DATE, OWNER
000150*      'D' DETAIL  - ONE TABLE ROW, 50 CELLS AND 50 OVERRIDE
000155*                    FLAGS ('O' = AN APPROVED OVERRIDE VALUE)
000160*      'T' TRAILER - ROW COUNT, CELL COUNT, HASH TOTAL OF THE
000170*                    CELLS INSIDE THE RANGE'S BOUNDS
000180*    DOWNSTREAM JOBS MATCH RANGES BY HEADER AND BALANCE THE
000251*                    408 BYTES) - POWER TABLES CLIPPED AT 9999.
000252*                    THE TRAILER HASH GREW 9 TO 13 DIGITS TO
000253*                    COVER 2500 EIGHT-DIGIT CELLS.
      *    10/15/2026  JK  ONE OVERRIDE FLAG PER CELL ON THE DETAIL
      *                    (RECORD 408 TO 458 BYTES). THE HASH STILL
      *                    COVERS THE CELLS AS PUBLISHED.
      *    10/15/2026  JK  OWNING DEPARTMENT ADDED TO THE HEADER, OUT
      *                    OF THE HEADER FILLER - RECORD SIZE
      *                    UNCHANGED.
000254*****************************************************************
000260 01  TOR-RECORD.
000270     05  TOR-RECORD-TYPE        PIC X(01).
000280         88  TOR-HEADER-RECORD      VALUE 'H'.
000290         88  TOR-DETAIL-RECORD      VALUE 'D'.
000300         88  TOR-TRAILER-RECORD     VALUE 'T'.
000310     05  TOR-DATA               PIC X(457).
000320     05  TOR-HEADER-AREA REDEFINES TOR-DATA.
000330         10  TOR-H-RANGE-ID     PIC X(08).
000340         10  TOR-H-GUY-BOUND    PIC 9(02).
000364         10  TOR-H-GUY-STEP     PIC 9(02).
000365         10  TOR-H-GAL-START    PIC 9(02).
000366         10  TOR-H-GAL-STEP     PIC 9(02).
000370         10  TOR-H-OWNER-CODE   PIC X(06).
000375         10  FILLER             PIC X(424).
000380     05  TOR-DETAIL-AREA REDEFINES TOR-DATA.
000390         10  TOR-CELL           PIC 9(08) OCCURS 50 TIMES.
000392         10  TOR-OVERRIDE-FLAGS.
000394             15  TOR-OVERRIDE-FLAG PIC X(01) OCCURS 50 TIMES.
000396                 88  TOR-CELL-OVERRIDDEN VALUE 'O'.
000400         10  FILLER             PIC X(07).
000410     05  TOR-TRAILER-AREA REDEFINES TOR-DATA.
000420         10  TOR-T-ROW-COUNT    PIC 9(04).
000430         10  TOR-T-CELL-COUNT   PIC 9(06).
000440         10  TOR-T-HASH-TOTAL   PIC 9(13).
000450         10  FILLER             PIC X(434).
