000100*****************************************************************
000200*  CBANKSLTX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLSTM line of credit statement   *
000500* table declared in CBANKSLT.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLLSTM.
001300     03  DCL-LST-ACCNO                    PIC X(9).
001400     03  DCL-LST-STMT-DTE                 PIC X(10).
001500     03  DCL-LST-PID                      PIC X(5).
      *    Balances are amounts owed - positive when drawn.
001600     03  DCL-LST-OPEN-BAL                 PIC S9(7)V99 COMP-3.
001700     03  DCL-LST-DRAWS                    PIC S9(7)V99 COMP-3.
001800     03  DCL-LST-PAYMENTS                 PIC S9(7)V99 COMP-3.
001900     03  DCL-LST-INTEREST                 PIC S9(7)V99 COMP-3.
002000     03  DCL-LST-CLOSE-BAL                PIC S9(7)V99 COMP-3.
002100     03  DCL-LST-LIMIT                    PIC S9(7)V99 COMP-3.
002200     03  DCL-LST-AVAILABLE                PIC S9(7)V99 COMP-3.
002300     03  DCL-LST-PAST-DUE                 PIC S9(7)V99 COMP-3.
002400     03  DCL-LST-MIN-DUE                  PIC S9(7)V99 COMP-3.
002500     03  DCL-LST-DUE-DATE                 PIC X(10).
002600     03  DCL-LST-CREATED-TS               PIC X(26).
002700     03  DCL-LST-FILLER                   PIC X(20).
