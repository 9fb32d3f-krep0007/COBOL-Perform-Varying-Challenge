000180*    09/01/2026  JK  ORIGINAL VERSION (GENERATED).
000182*    09/01/2026  JK  REGENERATED - SECOND MESSAGE LINE (MSG2)
000184*                    ADDED TO THE MAPSET.
000186*    10/15/2026  JK  REGENERATED - AS-OF DATE FIELD (ASOF)
000188*                    ADDED TO THE MAPSET.
000190*****************************************************************
000200 01  MTONLMI.
000210     05  FILLER                 PIC X(12).
000340     05  FILLER REDEFINES COLF.
000350         10  COLA               PIC X(01).
000360     05  COLI                   PIC X(02).
000361     05  ASOFL                  PIC S9(04) COMP.
000362     05  ASOFF                  PIC X(01).
000363     05  FILLER REDEFINES ASOFF.
000364         10  ASOFA              PIC X(01).
000365     05  ASOFI                  PIC X(06).
000370     05  VALUEL                 PIC S9(04) COMP.
000380     05  VALUEF                 PIC X(01).
000390     05  FILLER REDEFINES VALUEF.
000730     05  FILLER                 PIC X(03).
000740     05  COLO                   PIC X(02).
000750     05  FILLER                 PIC X(03).
000753     05  ASOFO                  PIC X(06).
000756     05  FILLER                 PIC X(03).
000760     05  VALUEO                 PIC X(08).
000770     05  FILLER                 PIC X(03).
000780     05  OPCODEO                PIC X(01).
