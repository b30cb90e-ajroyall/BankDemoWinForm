000100*****************************************************************
000200*  CBANKSDFX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKDRAFT bank drafts register       *
000500* declared in CBANKSDF.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLDRAFT.
001300     03  DCL-DRF-NUMBER                   PIC S9(6) COMP-3.
001400     03  DCL-DRF-PAYEE                    PIC X(30).
001500     03  DCL-DRF-AMOUNT                   PIC S9(7)V99 COMP-3.
001600     03  DCL-DRF-CURRENCY                 PIC X(3).
001700     03  DCL-DRF-FUNDING                  PIC X(1).
001800         88  DCL-DRF-FROM-ACCOUNT         VALUE 'A'.
001900         88  DCL-DRF-FROM-CASH            VALUE 'C'.
002000     03  DCL-DRF-FROM-ACC                 PIC X(9).
002100     03  DCL-DRF-PID                      PIC X(5).
002200     03  DCL-DRF-STATUS                   PIC X(1).
002300         88  DCL-DRF-OUTSTANDING          VALUE 'O'.
002400         88  DCL-DRF-PAID                 VALUE 'P'.
002500         88  DCL-DRF-STOPPED              VALUE 'S'.
002600         88  DCL-DRF-REPLACED             VALUE 'X'.
002700         88  DCL-DRF-ESCHEATED            VALUE 'E'.
002800     03  DCL-DRF-ISSUED-DTE               PIC X(10).
002900     03  DCL-DRF-ISSUED-BY                PIC X(5).
003000     03  DCL-DRF-ISSUED-TS                PIC X(26).
003100     03  DCL-DRF-REPLACES                 PIC S9(6) COMP-3.
003200     03  DCL-DRF-STATUS-DTE               PIC X(10).
003300     03  DCL-DRF-STATUS-BY                PIC X(5).
003400     03  DCL-DRF-STOP-REASON              PIC X(30).
003500     03  DCL-DRF-FILLER                   PIC X(20).
