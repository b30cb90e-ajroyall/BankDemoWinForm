000100*****************************************************************
000200*  CBANKSAKX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKACTC activity counters declared  *
000500* in CBANKSAK.CPY - one DCL- item per column.                   *
000600*****************************************************************
001200 01  DCLACTC.
001300     03  DCL-ACT-ACCNO                    PIC X(9).
001400     03  DCL-ACT-DAY                      PIC X(10).
001500     03  DCL-ACT-PID                      PIC X(5).
001600     03  DCL-ACT-SUB-TYPE                 PIC X(1).
001700     03  DCL-ACT-DIRECTION                PIC X(1).
001800         88  DCL-ACT-DEBIT                VALUE 'D'.
001900         88  DCL-ACT-CREDIT               VALUE 'C'.
002000     03  DCL-ACT-CATEGORY                 PIC X(1).
      *    K card, B keyed by staff for the holder, S interest and
      *    ledger postings, O the customer's own online activity.
002100     03  DCL-ACT-CHANNEL                  PIC X(1).
002200         88  DCL-ACT-CARD                 VALUE 'K'.
002300         88  DCL-ACT-BRANCH               VALUE 'B'.
002400         88  DCL-ACT-SYSTEM               VALUE 'S'.
002500         88  DCL-ACT-ONLINE               VALUE 'O'.
002600     03  DCL-ACT-COUNT                    PIC S9(7) COMP-3.
002700     03  DCL-ACT-TOTAL                    PIC S9(11)V99 COMP-3.
002800     03  DCL-ACT-MAX-AMOUNT               PIC S9(7)V99 COMP-3.
      *    'N' while the nightly check is under way and the row has
      *    not yet been matched to BNKTXN.
002900     03  DCL-ACT-CHECKED                  PIC X(1).
003000     03  DCL-ACT-UPDATED                  PIC X(26).
