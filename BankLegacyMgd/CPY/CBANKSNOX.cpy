000100*****************************************************************
000200*  CBANKSNOX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNOSTM nostro statement line      *
000500* table declared in CBANKSNO.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLNOSTM.
001300     03  DCL-NSL-STMT-DATE                PIC X(10).
001400     03  DCL-NSL-SEQ                      PIC S9(5) COMP-3.
001500     03  DCL-NSL-VALUE-DATE               PIC X(10).
001600     03  DCL-NSL-DC                       PIC X(1).
001700         88  DCL-NSL-DEBIT                VALUE 'D'.
001800         88  DCL-NSL-CREDIT               VALUE 'C'.
001900     03  DCL-NSL-TYPE                     PIC X(1).
002000         88  DCL-NSL-WIRE                 VALUE 'W'.
002100         88  DCL-NSL-CHARGE               VALUE 'F'.
002200         88  DCL-NSL-OTHER                VALUE 'O'.
002300     03  DCL-NSL-AMOUNT                   PIC S9(9)V99 COMP-3.
002400     03  DCL-NSL-CHARGES                  PIC S9(7)V99 COMP-3.
002500     03  DCL-NSL-REF                      PIC X(21).
002600     03  DCL-NSL-STATUS                   PIC X(1).
002700         88  DCL-NSL-UNMATCHED            VALUE 'U'.
002800         88  DCL-NSL-MATCHED              VALUE 'M'.
002900         88  DCL-NSL-CHARGE-POSTED        VALUE 'F'.
003000         88  DCL-NSL-ADJ-POSTED           VALUE 'P'.
003100     03  DCL-NSL-POSTED-DATE              PIC X(10).
003200     03  DCL-NSL-FILLER                   PIC X(20).
