000100*****************************************************************
000200*  CBANKSCPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKCMPL complaints register         *
000500* declared in CBANKSCP.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLCMPL.
001300     03  DCL-CMP-NO                       PIC S9(7) COMP-3.
001400     03  DCL-CMP-PID                      PIC X(5).
001500     03  DCL-CMP-ACCNO                    PIC X(9).
001600     03  DCL-CMP-CATEGORY                 PIC X(2).
001700     03  DCL-CMP-PRODUCT                  PIC X(2).
001800     03  DCL-CMP-BRANCH                   PIC X(3).
001900     03  DCL-CMP-SUMMARY                  PIC X(60).
002000     03  DCL-CMP-RECEIVED-DTE             PIC X(10).
002100     03  DCL-CMP-ACK-DUE                  PIC X(10).
002200     03  DCL-CMP-ACK-DTE                  PIC X(10).
002300     03  DCL-CMP-FINAL-DUE                PIC X(10).
002400     03  DCL-CMP-FINAL-DTE                PIC X(10).
002500     03  DCL-CMP-STATUS                   PIC X(1).
002600         88  DCL-CMP-OPEN                 VALUE 'O'.
002700         88  DCL-CMP-ACKNOWLEDGED         VALUE 'A'.
002800         88  DCL-CMP-CLOSED               VALUE 'C'.
002900     03  DCL-CMP-OUTCOME                  PIC X(1).
003000         88  DCL-CMP-UPHELD               VALUE 'U'.
003100         88  DCL-CMP-PART-UPHELD          VALUE 'P'.
003200         88  DCL-CMP-REJECTED             VALUE 'R'.
003300     03  DCL-CMP-ROOT-CAUSE               PIC X(3).
003400     03  DCL-CMP-REDRESS                  PIC S9(7)V99 COMP-3.
003500     03  DCL-CMP-REDRESS-ACC              PIC X(9).
003600     03  DCL-CMP-ESCALATED                PIC X(1).
003700         88  DCL-CMP-IS-ESCALATED         VALUE 'Y'.
003800     03  DCL-CMP-OPENED-BY                PIC X(5).
003900     03  DCL-CMP-UPDATED-BY               PIC X(5).
004000     03  DCL-CMP-UPDATED-TS               PIC X(26).
004100     03  DCL-CMP-FILLER                   PIC X(20).
