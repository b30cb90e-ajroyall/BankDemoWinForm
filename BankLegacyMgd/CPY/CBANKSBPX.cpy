000100*****************************************************************
000200*  CBANKSBPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKBILLP bill-payment queue         *
000500* declared in CBANKSBP.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLBILLP.
001300     03  DCL-BLP-REF                      PIC X(21).
001400     03  DCL-BLP-BILLER                   PIC X(8).
001500     03  DCL-BLP-PID                      PIC X(5).
001600     03  DCL-BLP-FROM-ACC                 PIC X(9).
001700     03  DCL-BLP-CUST-REF                 PIC X(20).
001800     03  DCL-BLP-AMOUNT                   PIC S9(7)V99 COMP-3.
001900     03  DCL-BLP-STATUS                   PIC X(1).
002000         88  DCL-BLP-PENDING              VALUE 'P'.
002100         88  DCL-BLP-REMITTED             VALUE 'R'.
002200     03  DCL-BLP-CREATED-TS               PIC X(26).
002300     03  DCL-BLP-REMIT-DATE               PIC X(10).
002400     03  DCL-BLP-FILLER                   PIC X(20).
