000100*****************************************************************
000200*  CBANKSVOX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKVORD vault cash order table      *
000500* declared in CBANKSVO.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLVORD.
001300     03  DCL-VOR-REF                      PIC X(12).
001400     03  DCL-VOR-BRANCH                   PIC X(3).
001500     03  DCL-VOR-TYPE                     PIC X(1).
001600         88  DCL-VOR-IS-ORDER             VALUE 'O'.
001700         88  DCL-VOR-IS-RETURN            VALUE 'R'.
001800     03  DCL-VOR-STATUS                   PIC X(1).
001900         88  DCL-VOR-PROPOSED             VALUE 'P'.
002000         88  DCL-VOR-APPROVED             VALUE 'A'.
002100         88  DCL-VOR-SENT                 VALUE 'S'.
002200         88  DCL-VOR-CONFIRMED            VALUE 'C'.
002300         88  DCL-VOR-REJECTED             VALUE 'X'.
002400     03  DCL-VOR-PROPOSED-DTE             PIC X(10).
002500     03  DCL-VOR-DELIVERY-DTE             PIC X(10).
002600     03  DCL-VOR-POSITION                 PIC S9(7)V99 COMP-3.
002700     03  DCL-VOR-FORECAST-AMT             PIC S9(7)V99 COMP-3.
002800     03  DCL-VOR-TARGET-AMT               PIC S9(7)V99 COMP-3.
002900     03  DCL-VOR-AMOUNT                   PIC S9(7)V99 COMP-3.
003000     03  DCL-VOR-C100                     PIC S9(5) COMP-3.
003100     03  DCL-VOR-C50                      PIC S9(5) COMP-3.
003200     03  DCL-VOR-C20                      PIC S9(5) COMP-3.
003300     03  DCL-VOR-C10                      PIC S9(5) COMP-3.
003400     03  DCL-VOR-C5                       PIC S9(5) COMP-3.
003500     03  DCL-VOR-COIN                     PIC S9(5)V99 COMP-3.
003600     03  DCL-VOR-APPROVED-BY              PIC X(5).
003700     03  DCL-VOR-APPROVED-DTE             PIC X(10).
003800     03  DCL-VOR-SENT-DTE                 PIC X(10).
003900     03  DCL-VOR-RCV-AMOUNT               PIC S9(7)V99 COMP-3.
004000     03  DCL-VOR-RCV-C100                 PIC S9(5) COMP-3.
004100     03  DCL-VOR-RCV-C50                  PIC S9(5) COMP-3.
004200     03  DCL-VOR-RCV-C20                  PIC S9(5) COMP-3.
004300     03  DCL-VOR-RCV-C10                  PIC S9(5) COMP-3.
004400     03  DCL-VOR-RCV-C5                   PIC S9(5) COMP-3.
004500     03  DCL-VOR-RCV-COIN                 PIC S9(5)V99 COMP-3.
004600     03  DCL-VOR-RCV-BY                   PIC X(5).
004700     03  DCL-VOR-RCV-DTE                  PIC X(10).
004800     03  DCL-VOR-DISCREP-SW               PIC X(1).
004900         88  DCL-VOR-DISCREPANCY          VALUE 'Y'.
005000     03  DCL-VOR-FILLER                   PIC X(20).
