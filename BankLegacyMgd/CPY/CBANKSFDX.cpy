000100*****************************************************************
000200*  CBANKSFDX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKFXDL bureau deal log declared in *
000500* CBANKSFD.CPY - one DCL- item per column.                      *
000600*****************************************************************
001200 01  DCLFXDL.
001300     03  DCL-FXD-REF                      PIC X(21).
001400     03  DCL-FXD-TS                       PIC X(26).
001500     03  DCL-FXD-DATE                     PIC X(10).
001600     03  DCL-FXD-TELLER                   PIC X(5).
001700     03  DCL-FXD-BRANCH                   PIC X(3).
001800     03  DCL-FXD-SIDE                     PIC X(1).
001900         88  DCL-FXD-BANK-BUYS            VALUE 'B'.
002000         88  DCL-FXD-BANK-SELLS           VALUE 'S'.
002100     03  DCL-FXD-CURRENCY                 PIC X(3).
002200     03  DCL-FXD-FX-AMOUNT                PIC S9(9)V99 COMP-3.
002300     03  DCL-FXD-MID-RATE                 PIC S9(4)V9(4) COMP-3.
002400     03  DCL-FXD-CASH-RATE                PIC S9(4)V9(4) COMP-3.
002500     03  DCL-FXD-LOCAL-AMT                PIC S9(9)V99 COMP-3.
002600     03  DCL-FXD-MARGIN-AMT               PIC S9(7)V99 COMP-3.
002700     03  DCL-FXD-SETTLE                   PIC X(1).
002800         88  DCL-FXD-CASH                 VALUE 'C'.
002900         88  DCL-FXD-ACCOUNT              VALUE 'A'.
003000     03  DCL-FXD-ACCNO                    PIC X(9).
003100     03  DCL-FXD-FILLER                   PIC X(20).
