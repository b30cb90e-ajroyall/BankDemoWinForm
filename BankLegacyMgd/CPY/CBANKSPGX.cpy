000100*****************************************************************
000200*  CBANKSPGX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKPURGE destruction register       *
000500* table declared in CBANKSPG.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLPURGE.
001300     03  DCL-PRG-CERT-NO                  PIC X(10).
001400     03  DCL-PRG-PID                      PIC X(5).
001500     03  DCL-PRG-CLASS                    PIC X(8).
001600     03  DCL-PRG-CLOSED-DATE              PIC X(10).
001700     03  DCL-PRG-EXPIRY-DATE              PIC X(10).
001800     03  DCL-PRG-ACTION                   PIC X(1).
001900         88  DCL-PRG-ANONYMISED           VALUE 'A'.
002000         88  DCL-PRG-DELETED              VALUE 'D'.
002100     03  DCL-PRG-ROWS                     PIC S9(7) COMP-3.
002200     03  DCL-PRG-PURGED-TS                PIC X(26).
002300     03  DCL-PRG-FILLER                   PIC X(20).
