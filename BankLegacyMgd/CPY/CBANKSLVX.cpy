000100*****************************************************************
000200*  CBANKSLVX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLNPRV loan provision table       *
000500* declared in CBANKSLV.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLLNPRV.
      *    The month-end the row belongs to, YYYY-MM.
001300     03  DCL-LPV-MONTH                    PIC X(7).
001400     03  DCL-LPV-LOAN-ACC                 PIC X(9).
001500     03  DCL-LPV-PID                      PIC X(5).
001600     03  DCL-LPV-STAGE                    PIC X(1).
001700         88  DCL-LPV-PERFORMING           VALUE '1'.
001800         88  DCL-LPV-UNDER-WATCH          VALUE '2'.
001900         88  DCL-LPV-IMPAIRED             VALUE '3'.
002000     03  DCL-LPV-REASON                   PIC X(16).
002100     03  DCL-LPV-DAYS-PAST-DUE            PIC S9(5) COMP-3.
002200     03  DCL-LPV-BUCKET                   PIC X(1).
002300     03  DCL-LPV-OUTSTANDING              PIC S9(7)V99 COMP-3.
002400     03  DCL-LPV-COVER                    PIC S9(9)V99 COMP-3.
      *    The outstanding less the collateral cover counted against
      *    it - what the stage rate is applied to.
002500     03  DCL-LPV-EXPOSURE                 PIC S9(7)V99 COMP-3.
002600     03  DCL-LPV-RATE                     PIC S9(3)V99 COMP-3.
002700     03  DCL-LPV-PROVISION                PIC S9(7)V99 COMP-3.
002800     03  DCL-LPV-PRIOR-PROV               PIC S9(7)V99 COMP-3.
      *    Positive a charge, negative a release.
002900     03  DCL-LPV-MOVEMENT                 PIC S9(7)V99 COMP-3.
003000     03  DCL-LPV-CREATED-TS               PIC X(26).
003100     03  DCL-LPV-FILLER                   PIC X(20).
