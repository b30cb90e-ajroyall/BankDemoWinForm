000100*****************************************************************
000200*  CBANKSEWX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKESCRW escrow account table       *
000500* declared in CBANKSEW.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLESCRW.
001300     03  DCL-ESW-LOAN-ACC                 PIC X(9).
      *    Negative when a disbursement fell due before enough had
      *    been collected - the bank advances the shortfall.
001400     03  DCL-ESW-BALANCE                  PIC S9(7)V99 COMP-3.
001500     03  DCL-ESW-MONTHLY-AMT              PIC S9(7)V99 COMP-3.
001600     03  DCL-ESW-STATUS                   PIC X(1).
001700         88  DCL-ESW-ACTIVE               VALUE 'A'.
001800         88  DCL-ESW-CLOSED               VALUE 'X'.
001900     03  DCL-ESW-LAST-COLLECT             PIC X(10).
002000     03  DCL-ESW-LAST-ANALYSIS            PIC X(10).
002100     03  DCL-ESW-NEXT-ANALYSIS            PIC X(10).
      *    The last analysis outcome - positive a shortage, negative
      *    a surplus, against the required cushion.
002200     03  DCL-ESW-SHORTAGE                 PIC S9(7)V99 COMP-3.
002300     03  DCL-ESW-UPDATED-BY               PIC X(5).
002400     03  DCL-ESW-UPDATED-TS               PIC X(26).
002500     03  DCL-ESW-FILLER                   PIC X(20).
