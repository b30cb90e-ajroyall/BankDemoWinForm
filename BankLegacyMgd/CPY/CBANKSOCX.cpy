000100*****************************************************************
000200*  CBANKSOCX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKOCLR outward clearing item table *
000500* declared in CBANKSOC.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLOCLR.
001300     03  DCL-OCL-ITEM-NO                  PIC S9(9) COMP-3.
001400     03  DCL-OCL-ACCNO                    PIC X(9).
001500     03  DCL-OCL-PID                      PIC X(5).
001600     03  DCL-OCL-BRANCH                   PIC X(3).
001700     03  DCL-OCL-TELLER                   PIC X(5).
001800     03  DCL-OCL-ROUTING                  PIC X(9).
001900     03  DCL-OCL-DRAWER-ACC               PIC X(17).
002000     03  DCL-OCL-CHQ-NO                   PIC S9(6) COMP-3.
002100     03  DCL-OCL-AMOUNT                   PIC S9(7)V99 COMP-3.
002200     03  DCL-OCL-STATUS                   PIC X(1).
002300         88  DCL-OCL-CAPTURED             VALUE 'C'.
002400         88  DCL-OCL-SENT                 VALUE 'S'.
002500         88  DCL-OCL-CLEARED              VALUE 'K'.
002600         88  DCL-OCL-RETURNED             VALUE 'R'.
002700         88  DCL-OCL-UNRECOVERED          VALUE 'U'.
002800     03  DCL-OCL-CAPTURE-DTE              PIC X(10).
002900     03  DCL-OCL-HOLD-REASON              PIC X(30).
003000     03  DCL-OCL-HOLD-RELEASE             PIC X(10).
003100     03  DCL-OCL-SENT-DTE                 PIC X(10).
003200     03  DCL-OCL-CLEARED-DTE              PIC X(10).
003300     03  DCL-OCL-RETURN-DTE               PIC X(10).
003400     03  DCL-OCL-RETURN-REASON            PIC X(3).
003500     03  DCL-OCL-FEE                      PIC S9(3)V99 COMP-3.
003600     03  DCL-OCL-HOLD-ACTION              PIC X(1).
003700         88  DCL-OCL-HOLD-RELEASED        VALUE 'R'.
003800         88  DCL-OCL-HOLD-CONVERTED       VALUE 'C'.
003900         88  DCL-OCL-HOLD-NONE            VALUE 'N'.
004000     03  DCL-OCL-FILLER                   PIC X(20).
