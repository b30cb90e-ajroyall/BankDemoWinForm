000100*****************************************************************
000200*  CBANKSXGX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDAGR safe-deposit rental        *
000500* agreements declared in CBANKSXG.CPY - one DCL- item per       *
000600* column.                                                       *
000700*****************************************************************
001200 01  DCLSDAGR.
001300     03  DCL-SDA-AGREEMENT                PIC S9(8) COMP-3.
001400     03  DCL-SDA-BRANCH                   PIC X(3).
001500     03  DCL-SDA-BOX-NO                   PIC X(6).
001600     03  DCL-SDA-ACCNO                    PIC X(9).
001700     03  DCL-SDA-STATUS                   PIC X(1).
001800         88  DCL-SDA-ACTIVE               VALUE 'A'.
001900         88  DCL-SDA-UNPAID               VALUE 'U'.
002000         88  DCL-SDA-DRILL-SCHEDULED      VALUE 'S'.
002100         88  DCL-SDA-DRILLED              VALUE 'D'.
002200         88  DCL-SDA-CLOSED               VALUE 'C'.
002300     03  DCL-SDA-START-DTE                PIC X(10).
002400     03  DCL-SDA-NEXT-DUE-DTE             PIC X(10).
002500     03  DCL-SDA-PAID-TO-DTE              PIC X(10).
002600     03  DCL-SDA-LAST-RENT                PIC S9(5)V99 COMP-3.
002700     03  DCL-SDA-FAIL-COUNT               PIC S9(3) COMP-3.
002800     03  DCL-SDA-LAST-FAIL-DTE            PIC X(10).
002900     03  DCL-SDA-OPENED-BY                PIC X(5).
003000     03  DCL-SDA-CLOSED-DTE               PIC X(10).
003100     03  DCL-SDA-UPDATED-TS               PIC X(26).
003200     03  DCL-SDA-FILLER                   PIC X(20).
