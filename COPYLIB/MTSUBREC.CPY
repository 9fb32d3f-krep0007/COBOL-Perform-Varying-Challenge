000100*****************************************************************
000110* MTSUBREC - RECORD LAYOUT OF THE FEED SUBSCRIPTION FILE
000120*    (SUBSCRIB), 80 BYTES. ONE RECORD PER SUBSCRIBER AND
000130*    RANGE-ID: WHICH DOWNSTREAM CONSUMER RECEIVES WHICH RANGES
000140*    OF THE NIGHTLY FEED, WHETHER IT TAKES THE FULL EXTRACT
000150*    (INTFOUT) OR THE DELTA (DELTAOUT), AND IN WHICH RECORD
000160*    FORMAT. READ BY MULTDST, WHICH CUTS EACH SUBSCRIBER ITS
000170*    OWN GENERATION.
000180*      SUBSCRIBER-ID - THE CONSUMER, ALSO THE MIDDLE QUALIFIER
000190*                      OF ITS FEED GDG (SHOP.MULTTAB.XXX.FEED)
000200*      RANGE-ID      - ONE RANGE THE CONSUMER RECEIVES, OR *ALL
000210*                      FOR EVERY RANGE ON THE FEED
000220*      FEED TYPE     - F = FULL EXTRACT, D = DELTA
000230*      RECORD FORMAT - S = STANDARD, THE 80-BYTE FIXED-COLUMN
000240*                      LAYOUT COSTING RECEIVES; C = COMMA-
000250*                      DELIMITED TEXT, ONE RECORD PER LINE
000260*    EVERY RECORD FOR ONE SUBSCRIBER MUST CARRY THE SAME FEED
000270*    TYPE AND RECORD FORMAT - A SUBSCRIBER GETS ONE GENERATION
000280*    A NIGHT, IN ONE LAYOUT.
000290*
000300* MODIFICATION HISTORY
000310*    10/15/2026  JK  ORIGINAL VERSION.
000320*****************************************************************
000330 01  SUBSCRIPTION-RECORD.
000340     05  SB-SUBSCRIBER-ID        PIC X(08).
000350     05  SB-RANGE-ID             PIC X(08).
000360         88  SB-ALL-RANGES           VALUE '*ALL'.
000370     05  SB-FEED-TYPE            PIC X(01).
000380         88  SB-FEED-IS-FULL         VALUE 'F'.
000390         88  SB-FEED-IS-DELTA        VALUE 'D'.
000400         88  SB-FEED-TYPE-IS-VALID   VALUES 'F' 'D'.
000410     05  SB-RECORD-FORMAT        PIC X(01).
000420         88  SB-FORMAT-IS-STANDARD   VALUE 'S'.
000430         88  SB-FORMAT-IS-DELIMITED  VALUE 'C'.
000440         88  SB-FORMAT-IS-VALID      VALUES 'S' 'C'.
000450     05  SB-DESCRIPTION          PIC X(30).
000460     05  FILLER                  PIC X(32).
