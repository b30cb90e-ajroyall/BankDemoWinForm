000100*****************************************************************
000200*  CBANKSNXX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNOSEX nostro exception table     *
000500* declared in CBANKSNX.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLNOSEX.
001300     03  DCL-NSX-SIDE                     PIC X(1).
001400         88  DCL-NSX-STATEMENT-SIDE       VALUE 'S'.
001500         88  DCL-NSX-BOOK-SIDE            VALUE 'B'.
001600     03  DCL-NSX-REF                      PIC X(21).
001700     03  DCL-NSX-STMT-DATE                PIC X(10).
001800     03  DCL-NSX-SEQ                      PIC S9(5) COMP-3.
001900     03  DCL-NSX-DC                       PIC X(1).
002000     03  DCL-NSX-AMOUNT                   PIC S9(9)V99 COMP-3.
002100     03  DCL-NSX-VALUE-DATE               PIC X(10).
002200     03  DCL-NSX-REASON                   PIC X(30).
002300     03  DCL-NSX-STATUS                   PIC X(1).
002400         88  DCL-NSX-OPEN                 VALUE 'O'.
002500         88  DCL-NSX-CLEARED              VALUE 'C'.
002600         88  DCL-NSX-DISPOSED             VALUE 'D'.
002700         88  DCL-NSX-POSTED               VALUE 'P'.
002800     03  DCL-NSX-DISPOSITION              PIC X(30).
002900     03  DCL-NSX-OFFICER                  PIC X(5).
003000     03  DCL-NSX-CREATED-TS               PIC X(26).
003100     03  DCL-NSX-RESOLVED-TS              PIC X(26).
003200     03  DCL-NSX-FILLER                   PIC X(20).
