000310*                    THE CHANGE CARRY A BLANK THERE.
000320*    08/22/2026  JK  SKIPPED STATUS (RUN-CALENDAR) COUNTED PER
000330*                    DAY AND IN THE RUN TOTALS.
000332*    10/15/2026  JK  AUDIT LINE 132 TO 160 BYTES (OWNER, PAGES
000334*                    AND FEED RECORDS ADDED AT THE END FOR THE
000336*                    CHARGEBACK) - AUDITLOG, ARCHIVE AND AUDITNEW
000338*                    RECORDS KEPT IN STEP.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    MULTAUD.
000600 FD  AUDIT-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 160 CHARACTERS.
000640*****************************************************************
000650*    FIXED-COLUMN VIEW OF THE LINE 8000-WRITE-AUDIT-RECORD IN
000660*    MULT-TABLE STRINGS TOGETHER - EVERY LITERAL THERE IS
000860     05  FILLER                 PIC X(05).
000870     05  AL-OPERATION-CODE      PIC X(01).
000880*    COLS 78 ON CARRY THE AXIS START/STEP TEXT AND (COLS
000882*    108-115) THE RANGE-ID READ BY MULTACK, THEN THE OWNER,
000886*    PAGES AND FEED RECORDS BILLED BY MULTCBK - INFORMATIONAL
000890*    ONLY, NOT SUMMARIZED HERE.
000900     05  FILLER                 PIC X(83).
000910
000920 FD  PARM-FILE
000930     RECORDING MODE IS F
001080 FD  ARCHIVE-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 160 CHARACTERS.
001120 01  ARCHIVE-RECORD                 PIC X(160).
001130
001140 FD  RETAINED-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 160 CHARACTERS.
001180 01  RETAINED-RECORD                PIC X(160).
001190
001200 WORKING-STORAGE SECTION.
001210*****************************************************************
