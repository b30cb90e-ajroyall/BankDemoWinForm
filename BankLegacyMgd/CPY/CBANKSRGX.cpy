000100*****************************************************************
000200*  CBANKSRGX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRWPT rewards points ledger       *
000500* declared in CBANKSRG.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLRWPT.
001300     03  DCL-RWP-PID                      PIC X(5).
001400     03  DCL-RWP-SEQ                      PIC S9(9) COMP-3.
001500     03  DCL-RWP-ENTRY                    PIC X(1).
001600         88  DCL-RWP-EARNED               VALUE 'E'.
001700         88  DCL-RWP-RESTORED             VALUE 'S'.
001800         88  DCL-RWP-REVERSED             VALUE 'V'.
001900         88  DCL-RWP-REDEEMED             VALUE 'R'.
002000         88  DCL-RWP-EXPIRED              VALUE 'X'.
002100     03  DCL-RWP-POINTS                   PIC S9(9) COMP-3.
002200     03  DCL-RWP-OPEN                     PIC S9(9) COMP-3.
002300     03  DCL-RWP-EXPIRY-DTE               PIC X(10).
002400     03  DCL-RWP-ACCNO                    PIC X(9).
002500     03  DCL-RWP-REF                      PIC X(21).
002600     03  DCL-RWP-CATEGORY                 PIC X(1).
002700     03  DCL-RWP-AMOUNT                   PIC S9(7)V99 COMP-3.
002800     03  DCL-RWP-RATE                     PIC S9(3)V99 COMP-3.
002900     03  DCL-RWP-USERID                   PIC X(5).
003000     03  DCL-RWP-CREATED-TS               PIC X(26).
003100     03  DCL-RWP-FILLER                   PIC X(20).
