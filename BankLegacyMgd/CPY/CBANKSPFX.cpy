000100*****************************************************************
000200*  CBANKSPFX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKPROF customer profitability      *
000500* table declared in CBANKSPF.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLPROF.
      *    YYYY-MM - the calendar month the figures were booked in.
001300     03  DCL-PRF-MONTH                    PIC X(7).
001400     03  DCL-PRF-PID                      PIC X(5).
001500     03  DCL-PRF-BRANCH                   PIC X(3).
001600     03  DCL-PRF-TIER                     PIC X(1).
      *    Revenue.
001700     03  DCL-PRF-FEES                     PIC S9(9)V99 COMP-3.
001800     03  DCL-PRF-REFUNDS                  PIC S9(9)V99 COMP-3.
001900     03  DCL-PRF-OD-INT                   PIC S9(9)V99 COMP-3.
002000     03  DCL-PRF-LOAN-INT                 PIC S9(9)V99 COMP-3.
002100     03  DCL-PRF-FX-MARGIN                PIC S9(9)V99 COMP-3.
      *    Cost.
002200     03  DCL-PRF-DEP-INT                  PIC S9(9)V99 COMP-3.
002300     03  DCL-PRF-SPREAD-COST              PIC S9(9)V99 COMP-3.
002400     03  DCL-PRF-TXN-COUNT                PIC S9(7) COMP-3.
002500     03  DCL-PRF-TXN-COST                 PIC S9(9)V99 COMP-3.
      *    Totals - revenue less cost is the net contribution.
002600     03  DCL-PRF-REVENUE                  PIC S9(9)V99 COMP-3.
002700     03  DCL-PRF-COST                     PIC S9(9)V99 COMP-3.
002800     03  DCL-PRF-NET                      PIC S9(9)V99 COMP-3.
      *    1 is the best net contribution in the branch and tier.
002900     03  DCL-PRF-RANK                     PIC S9(5) COMP-3.
003000     03  DCL-PRF-RANK-OF                  PIC S9(5) COMP-3.
003100     03  DCL-PRF-CREATED-TS               PIC X(26).
003200     03  DCL-PRF-FILLER                   PIC X(20).
