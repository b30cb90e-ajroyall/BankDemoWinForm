000100*****************************************************************
000200*  CBANKSQOX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKCHQORD cheque-book order table   *
000500* declared in CBANKSQO.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLCHQORD.
001300     03  DCL-CQO-ORDER-NO                 PIC S9(6) COMP-3.
001400     03  DCL-CQO-ACCNO                    PIC X(9).
001500     03  DCL-CQO-BOOK-SIZE                PIC S9(3) COMP-3.
001600     03  DCL-CQO-STATUS                   PIC X(1).
001700         88  DCL-CQO-NEW                  VALUE 'N'.
001800         88  DCL-CQO-SENT                 VALUE 'S'.
001900         88  DCL-CQO-DISPATCHED           VALUE 'D'.
002000         88  DCL-CQO-CANCELLED            VALUE 'C'.
002100     03  DCL-CQO-START-NO                 PIC S9(6) COMP-3.
002200     03  DCL-CQO-ADDR1                    PIC X(25).
002300     03  DCL-CQO-ADDR2                    PIC X(25).
002400     03  DCL-CQO-STATE                    PIC X(2).
002500     03  DCL-CQO-POST-CODE                PIC X(6).
002600     03  DCL-CQO-PERSONAL                 PIC X(30).
002700     03  DCL-CQO-ORDERED-DTE              PIC X(10).
002800     03  DCL-CQO-ORDERED-BY               PIC X(5).
002900     03  DCL-CQO-SENT-DTE                 PIC X(10).
003000     03  DCL-CQO-DISPATCH-DTE             PIC X(10).
003100     03  DCL-CQO-FILLER                   PIC X(20).
