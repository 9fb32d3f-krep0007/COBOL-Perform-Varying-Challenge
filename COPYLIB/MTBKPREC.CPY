000100*****************************************************************
000110* MTBKPREC - RECORD LAYOUT OF THE TABLE MASTER BACKUP (MASTBKUP
000120*    GDG), 480 BYTES. WRITTEN BY MULTBKP IN UNLOAD MODE AND READ
000130*    BACK BY MULTBKP IN RESTORE MODE. EACH RANGE'S BLOCK IS
000140*    SELF-DESCRIBING, THE SAME WAY AS A TABLEOUT BLOCK:
000150*      'H' HEADER  - RANGE-ID, GRID SHAPE, OP CODE, LOAD DATE
000160*                    OF THE RANGE AND THE BACKUP DATE
000170*      'D' DETAIL  - ONE MASTER ROW, BYTE FOR BYTE (MTMSTREC)
000180*      'T' TRAILER - ROW COUNT, CELL COUNT, HASH TOTAL OF THE
000190*                    CELLS INSIDE EACH ROW'S COLUMN COUNT
000200*    ONE 'E' END RECORD CLOSES THE BACKUP WITH THE RANGE AND ROW
000210*    COUNTS AND THE GRAND HASH - A BACKUP WITHOUT IT WAS CUT
000220*    SHORT AND IS NEVER TRUSTED WHOLE.
000230*
000240* MODIFICATION HISTORY
000250*    10/15/2026  JK  ORIGINAL VERSION.
000252*    10/15/2026  JK  430 TO 480 BYTES - THE MASTER ROW GREW TO 479
000254*                    WITH THE CELL OVERRIDE FLAGS. MULTBKP STILL
000256*                    RESTORES A GENERATION TAKEN AT 430, WITH
000258*                    THE FLAGS ON EVERY ROW SET TO SPACES.
000260*****************************************************************
000270 01  BACKUP-RECORD.
000280     05  BK-RECORD-TYPE         PIC X(01).
000290         88  BK-HEADER-RECORD       VALUE 'H'.
000300         88  BK-DETAIL-RECORD       VALUE 'D'.
000310         88  BK-TRAILER-RECORD      VALUE 'T'.
000320         88  BK-END-RECORD          VALUE 'E'.
000330     05  BK-DATA                PIC X(479).
000340     05  BK-HEADER-AREA REDEFINES BK-DATA.
000350         10  BK-H-RANGE-ID      PIC X(08).
000360         10  BK-H-GUY-BOUND     PIC 9(02).
000370         10  BK-H-GAL-BOUND     PIC 9(02).
000380         10  BK-H-OP-CODE       PIC X(01).
000390         10  BK-H-LOAD-DATE     PIC 9(06).
000400         10  BK-H-BACKUP-DATE   PIC 9(06).
000410         10  FILLER             PIC X(454).
000420     05  BK-DETAIL-AREA REDEFINES BK-DATA.
000430         10  BK-D-MASTER-ROW    PIC X(479).
000440     05  BK-TRAILER-AREA REDEFINES BK-DATA.
000450         10  BK-T-RANGE-ID      PIC X(08).
000460         10  BK-T-ROW-COUNT     PIC 9(04).
000470         10  BK-T-CELL-COUNT    PIC 9(06).
000480         10  BK-T-HASH-TOTAL    PIC 9(13).
000490         10  FILLER             PIC X(448).
000500     05  BK-END-AREA REDEFINES BK-DATA.
000510         10  BK-E-RANGE-COUNT   PIC 9(04).
000520         10  BK-E-ROW-COUNT     PIC 9(06).
000530         10  BK-E-HASH-TOTAL    PIC 9(15).
000540         10  BK-E-BACKUP-DATE   PIC 9(06).
000550         10  FILLER             PIC X(448).
