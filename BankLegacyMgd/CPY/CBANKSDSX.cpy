000100*****************************************************************
000200*  CBANKSDSX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKDSAR subject access request      *
000500* register declared in CBANKSDS.CPY - one DCL- item per column. *
000600*****************************************************************
001200 01  DCLDSAR.
001300     03  DCL-DSR-NO                       PIC S9(7) COMP-3.
001400     03  DCL-DSR-PID                      PIC X(5).
001500     03  DCL-DSR-RECEIVED-DTE             PIC X(10).
001600     03  DCL-DSR-DUE-DTE                  PIC X(10).
001700     03  DCL-DSR-STATUS                   PIC X(1).
001800         88  DCL-DSR-OPEN                 VALUE 'O'.
001900         88  DCL-DSR-COMPLETED            VALUE 'C'.
002000     03  DCL-DSR-COMPLETED-DTE            PIC X(10).
002100     03  DCL-DSR-ON-TIME                  PIC X(1).
002200         88  DCL-DSR-WAS-ON-TIME          VALUE 'Y'.
002300         88  DCL-DSR-WAS-LATE             VALUE 'N'.
002400     03  DCL-DSR-PACKAGE                  PIC X(60).
002500     03  DCL-DSR-RECORDS                  PIC S9(7) COMP-3.
002600     03  DCL-DSR-WITHHELD                 PIC S9(5) COMP-3.
002700     03  DCL-DSR-LOGGED-BY                PIC X(5).
002800     03  DCL-DSR-UPDATED-TS               PIC X(26).
002900     03  DCL-DSR-FILLER                   PIC X(20).
