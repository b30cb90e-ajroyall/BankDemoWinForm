000100*****************************************************************
000200*  CBANKSCHX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKCHPF alert channel preference    *
000500* table declared in CBANKSCH.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLCHPF.
001300     03  DCL-CHP-PID                      PIC X(5).
001400     03  DCL-CHP-TYPE                     PIC X(1).
001500     03  DCL-CHP-CHANNEL                  PIC X(1).
001600         88  DCL-CHP-EMAIL                VALUE 'E'.
001700         88  DCL-CHP-SMS                  VALUE 'S'.
001800         88  DCL-CHP-BOTH                 VALUE 'B'.
001900     03  DCL-CHP-UPDATED-BY               PIC X(5).
002000     03  DCL-CHP-UPDATED-TS               PIC X(26).
002100     03  DCL-CHP-FILLER                   PIC X(20).
