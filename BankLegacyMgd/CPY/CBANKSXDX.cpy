000100*****************************************************************
000200*  CBANKSXDX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDDRL safe-deposit drilling      *
000500* register declared in CBANKSXD.CPY - one DCL- item per column. *
000600*****************************************************************
001200 01  DCLSDDRL.
001300     03  DCL-SDD-AGREEMENT                PIC S9(8) COMP-3.
001400     03  DCL-SDD-BRANCH                   PIC X(3).
001500     03  DCL-SDD-BOX-NO                   PIC X(6).
001600     03  DCL-SDD-STATUS                   PIC X(1).
001700         88  DCL-SDD-SCHEDULED            VALUE 'S'.
001800         88  DCL-SDD-CANCELLED            VALUE 'P'.
001900         88  DCL-SDD-HELD                 VALUE 'H'.
002000         88  DCL-SDD-RELEASED             VALUE 'R'.
002100         88  DCL-SDD-ESCHEATED            VALUE 'E'.
002200     03  DCL-SDD-SCHED-DTE                PIC X(10).
002300     03  DCL-SDD-ARREARS                  PIC S9(5)V99 COMP-3.
002400     03  DCL-SDD-DRILLED-DTE              PIC X(10).
002500     03  DCL-SDD-DRILLED-BY               PIC X(5).
002600     03  DCL-SDD-WITNESS                  PIC X(5).
002700     03  DCL-SDD-SEAL-NO                  PIC X(12).
002800     03  DCL-SDD-CASH                     PIC S9(7)V99 COMP-3.
002900     03  DCL-SDD-INVENTORY                PIC X(200).
003000     03  DCL-SDD-STATUS-DTE               PIC X(10).
003100     03  DCL-SDD-STATUS-BY                PIC X(5).
003200     03  DCL-SDD-FILLER                   PIC X(20).
