000100*****************************************************************
000200*  CBANKSGRX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKGUAR guarantor register          *
000500* declared in CBANKSGR.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLGUAR.
001300     03  DCL-GUA-LOAN-ACC                 PIC X(9).
001400     03  DCL-GUA-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-GUA-PID                      PIC X(5).
001600     03  DCL-GUA-NAME                     PIC X(30).
001700     03  DCL-GUA-EMAIL                    PIC X(30).
001800     03  DCL-GUA-AMOUNT                   PIC S9(7)V99 COMP-3.
001900     03  DCL-GUA-PCT                      PIC S9(3)V99 COMP-3.
002000     03  DCL-GUA-SIGNED-DATE              PIC X(10).
002100     03  DCL-GUA-EXPIRY                   PIC X(10).
002200     03  DCL-GUA-STATUS                   PIC X(1).
002300         88  DCL-GUA-ACTIVE               VALUE 'A'.
002400         88  DCL-GUA-CALLED               VALUE 'C'.
002500         88  DCL-GUA-CALL-PAID            VALUE 'P'.
002600         88  DCL-GUA-RELEASED             VALUE 'X'.
002700     03  DCL-GUA-NOTIFIED-DATE            PIC X(10).
002800     03  DCL-GUA-CALL-DATE                PIC X(10).
002900     03  DCL-GUA-CALL-AMT                 PIC S9(7)V99 COMP-3.
003000     03  DCL-GUA-RECOVERED                PIC S9(7)V99 COMP-3.
003100     03  DCL-GUA-UPDATED-BY               PIC X(5).
003200     03  DCL-GUA-UPDATED-TS               PIC X(26).
003300     03  DCL-GUA-FILLER                   PIC X(20).
