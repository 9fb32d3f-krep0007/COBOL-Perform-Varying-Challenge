000100*****************************************************************
000110* MTSTSREC - RECORD LAYOUT OF THE SHARED RUN-STATUS FILE
000120*    (RUNSTAT), 120 BYTES. EVERY STEP OF THE OVERNIGHT STREAM
000130*    THAT THE MORNING SHIFT HAS TO SIGN OFF ON APPENDS ONE
000140*    RECORD AS IT ENDS - MULTEDT, MULT-TABLE, MULTCHG, MULTHKP
000150*    AND MULTACK - AND MULTTOV READS THE FILE BACK FOR THE
000160*    SHIFT-TURNOVER PAGE.
000170*      JOB/STEP/PROGRAM - WHICH STEP POSTED (THE STEP NAME IS
000180*                         THE ONE IN THE STEP'S OWN JCL)
000190*      RUN DATE/TIME    - YYMMDD AND HHMMSS THE STEP ENDED
000200*      RETURN CODE      - THE STEP'S FINAL CONDITION CODE
000210*      COUNTS           - ONLY THE ONES THE POSTING STEP OWNS;
000220*                         THE REST ARE ZERO
000230*      HOLD SWITCH      - Y WHEN THE STEP SAYS HOLD THE FEED,
000240*                         WITH THE REASON IN PLAIN WORDS
000250*
000260* MODIFICATION HISTORY
000270*    10/15/2026  JK  ORIGINAL VERSION.
000280*****************************************************************
000290 01  RUN-STATUS-RECORD.
000300     05  RS-JOB-NAME            PIC X(08).
000310     05  RS-STEP-NAME           PIC X(08).
000320     05  RS-PROGRAM-ID          PIC X(08).
000330     05  RS-RUN-DATE            PIC 9(06).
000340     05  RS-RUN-TIME            PIC 9(06).
000350     05  RS-RETURN-CODE         PIC 9(02).
000360     05  RS-REJECT-COUNT        PIC 9(06).
000370     05  RS-OVERFLOW-COUNT      PIC 9(06).
000380     05  RS-THRESHOLD-COUNT     PIC 9(06).
000390     05  RS-RECON-COUNT         PIC 9(06).
000400     05  RS-PURGED-COUNT        PIC 9(06).
000410     05  RS-ACK-SHORT-COUNT     PIC 9(06).
000420     05  RS-HOLD-FEED-SWITCH    PIC X(01).
000430         88  RS-HOLD-THE-FEED       VALUE 'Y'.
000440     05  RS-HOLD-REASON         PIC X(40).
000450     05  FILLER                 PIC X(05).
