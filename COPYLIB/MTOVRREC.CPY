000100*****************************************************************
000110* MTOVRREC - RECORD LAYOUT OF THE VSAM CELL OVERRIDE FILE
000120*    (OVRFILE), 80 BYTES, KEYED ON RANGE-ID PLUS THE ROW AND
000130*    COLUMN OPERANDS OF ONE CELL - THE SAME ROW/COLUMN NUMBERS
000140*    THE PRINTED REPORT AND THE COSTING FEED (INTFOUT) CARRY,
000150*    NOT GRID POSITIONS. EACH RECORD IS A VALUE COSTING AGREED
000160*    FOR THAT CELL IN PLACE OF THE ARITHMETIC. MAINTAINED ONLY
000170*    BY MULTOVR; READ BY MULT-TABLE, WHICH PUBLISHES
000180*    OV-OVERRIDE-VALUE INSTEAD OF THE COMPUTED CELL WHILE THE
000190*    OVERRIDE IS LIVE:
000200*      - APPROVED (OV-APPROVED-BY NOT BLANK - MULTOVR NEVER
000210*        LETS ONE USER BOTH REQUEST AND APPROVE IT), AND
000220*      - NOT EXPIRED (THE RUN DATE IS NOT PAST
000230*        OV-EXPIRY-DATE, YYMMDD - THE LAST NIGHT IT APPLIES).
000240*    A NEW OR CHANGED REQUEST CARRIES NO APPROVAL UNTIL A
000250*    SECOND USER GIVES IT ONE.
000252*    MULTCHG READS IT TOO, TO ACCOUNT FOR A CELL THAT WENT BACK
000254*    TO THE ARITHMETIC BECAUSE ITS OVERRIDE EXPIRED.
000260*
000270* MODIFICATION HISTORY
000280*    10/15/2026  JK  ORIGINAL VERSION.
000285*    10/15/2026  JK  ALSO READ BY MULTCHG (EXPIRED OVERRIDES).
000290*****************************************************************
000300 01  OVERRIDE-RECORD.
000310     05  OV-OVERRIDE-KEY.
000320         10  OV-RANGE-ID         PIC X(08).
000330         10  OV-ROW-NUMBER       PIC 9(02).
000340         10  OV-COLUMN-NUMBER    PIC 9(02).
000350     05  OV-OVERRIDE-VALUE       PIC 9(08).
000360     05  OV-EXPIRY-DATE          PIC 9(06).
000370     05  OV-REQUESTED-BY         PIC X(08).
000380     05  OV-APPROVED-BY          PIC X(08).
000390         88  OV-NOT-YET-APPROVED     VALUE SPACES.
000400     05  OV-APPROVED-DATE        PIC 9(06).
000410     05  OV-REASON               PIC X(30).
000420     05  FILLER                  PIC X(02).
