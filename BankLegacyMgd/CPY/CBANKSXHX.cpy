000100*****************************************************************
000200*  CBANKSXHX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDHLD safe-deposit box holders   *
000500* declared in CBANKSXH.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSDHLD.
001300     03  DCL-SDH-AGREEMENT                PIC S9(8) COMP-3.
001400     03  DCL-SDH-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-SDH-PID                      PIC X(5).
001600     03  DCL-SDH-NAME                     PIC X(30).
001700     03  DCL-SDH-ROLE                     PIC X(1).
001800         88  DCL-SDH-RENTER               VALUE 'R'.
001900         88  DCL-SDH-ACCESSOR             VALUE 'A'.
002000     03  DCL-SDH-KEY-NO                   PIC X(8).
002100     03  DCL-SDH-STATUS                   PIC X(1).
002200         88  DCL-SDH-LIVE                 VALUE 'A'.
002300         88  DCL-SDH-REMOVED              VALUE 'X'.
002400     03  DCL-SDH-ADDED-BY                 PIC X(5).
002500     03  DCL-SDH-ADDED-TS                 PIC X(26).
002600     03  DCL-SDH-STATUS-DTE               PIC X(10).
002700     03  DCL-SDH-FILLER                   PIC X(20).
