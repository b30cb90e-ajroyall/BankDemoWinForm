000100*****************************************************************
000200*  CBANKSLOX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLNPOS loan position table        *
000500* declared in CBANKSLO.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLLNPOS.
001300     03  DCL-LNP-LOAN-ACC                 PIC X(9).
001400     03  DCL-LNP-ORIG-PRINCIPAL           PIC S9(7)V99 COMP-3.
001500     03  DCL-LNP-INT-PAID                 PIC S9(7)V99 COMP-3.
001600     03  DCL-LNP-PRIN-PAID                PIC S9(7)V99 COMP-3.
001700     03  DCL-LNP-PRIN-OUTSTANDING         PIC S9(7)V99 COMP-3.
      *    Zero once every period is paid or settled.
001800     03  DCL-LNP-NEXT-PERIOD              PIC S9(5) COMP-3.
001900     03  DCL-LNP-LAST-PAY-DATE            PIC X(10).
002000     03  DCL-LNP-LAST-PAY-AMT             PIC S9(7)V99 COMP-3.
      *    An overpayment beyond the whole schedule - it sits on the
      *    loan account as a credit and is applied first next time.
002100     03  DCL-LNP-UNAPPLIED                PIC S9(7)V99 COMP-3.
002200     03  DCL-LNP-UPDATED-TS               PIC X(26).
002300     03  DCL-LNP-FILLER                   PIC X(20).
