000100*****************************************************************
000200*  CBANKSLPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLNPAY loan payment application   *
000500* table declared in CBANKSLP.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLLNPAY.
001300     03  DCL-LPY-LOAN-ACC                 PIC X(9).
001400     03  DCL-LPY-TIMESTAMP                PIC X(26).
001500     03  DCL-LPY-PERIOD                   PIC S9(5) COMP-3.
001600     03  DCL-LPY-SOURCE                   PIC X(1).
001700         88  DCL-LPY-FROM-STORD           VALUE 'S'.
001800         88  DCL-LPY-FROM-PAYOFF          VALUE 'E'.
001900         88  DCL-LPY-FROM-TELLER          VALUE 'T'.
002000         88  DCL-LPY-FROM-BACKVALUE       VALUE 'B'.
002010         88  DCL-LPY-FROM-GUARANTOR       VALUE 'G'.
002100     03  DCL-LPY-INTEREST                 PIC S9(6)V99 COMP-3.
002200     03  DCL-LPY-PRINCIPAL                PIC S9(6)V99 COMP-3.
002300     03  DCL-LPY-XFER-REF                 PIC X(21).
002400     03  DCL-LPY-VALUE-DATE               PIC X(10).
002500     03  DCL-LPY-USERID                   PIC X(5).
002600     03  DCL-LPY-FILLER                   PIC X(10).
