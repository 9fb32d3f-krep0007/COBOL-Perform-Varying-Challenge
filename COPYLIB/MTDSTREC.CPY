000100*****************************************************************
000110* MTDSTREC - RECORD LAYOUT OF THE FEED DISTRIBUTION LOG
000120*    (DSTLOG), 80 BYTES. THE PERMANENT RECORD OF WHAT WENT TO
000130*    WHOM: EVERY MULTDST RUN APPENDS ONE RANGE LINE PER RANGE
000140*    IT SENT (OR WAS SUBSCRIBED FOR BUT FOUND NOT ON THE
000150*    NIGHT'S FEED) AND ONE TOTAL LINE FOR THE GENERATION.
000160*      RUN DATE/TIME - YYMMDD AND HHMMSS OF THE DISTRIBUTION
000170*      SUBSCRIBER-ID - WHO THE GENERATION WAS CUT FOR
000180*      LINE TYPE     - R = ONE RANGE, T = THE WHOLE GENERATION
000190*      RANGE-ID      - BLANK ON THE TOTAL LINE
000200*      FEED TYPE AND RECORD FORMAT - AS ON THE SUBSCRIPTION
000210*      RECORD COUNT  - DETAIL RECORDS WRITTEN
000220*      STATUS        - SENT, NOT ON FEED (RANGE LINES), OR
000230*                      WITHHELD (THE TOTAL LINE, AND THE RANGE
000240*                      LINES THAT WOULD SAY SENT, OF A
000250*                      GENERATION LEFT WITHOUT ITS TRAILER -
000255*                      NOT TO BE TRANSMITTED)
000260*
000270* MODIFICATION HISTORY
000280*    10/15/2026  JK  ORIGINAL VERSION.
000283*    10/15/2026  JK  STATUS NOTE - WITHHELD ALSO MARKS THE SENT
000286*                    RANGE LINES OF A WITHHELD GENERATION.
000290*****************************************************************
000300 01  DISTRIBUTION-LOG-RECORD.
000310     05  DG-RUN-DATE             PIC 9(06).
000320     05  DG-RUN-TIME             PIC 9(06).
000330     05  DG-SUBSCRIBER-ID        PIC X(08).
000340     05  DG-LINE-TYPE            PIC X(01).
000350         88  DG-RANGE-LINE           VALUE 'R'.
000360         88  DG-TOTAL-LINE           VALUE 'T'.
000370     05  DG-RANGE-ID             PIC X(08).
000380     05  DG-FEED-TYPE            PIC X(01).
000390     05  DG-RECORD-FORMAT        PIC X(01).
000400     05  DG-RECORD-COUNT         PIC 9(08).
000410     05  DG-STATUS               PIC X(12).
000420         88  DG-STATUS-SENT          VALUE 'SENT'.
000430         88  DG-STATUS-NOT-ON-FEED   VALUE 'NOT ON FEED'.
000440         88  DG-STATUS-WITHHELD      VALUE 'WITHHELD'.
000450     05  FILLER                  PIC X(29).
