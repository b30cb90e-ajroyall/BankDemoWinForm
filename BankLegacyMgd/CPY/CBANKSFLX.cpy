000100*****************************************************************
000200*  CBANKSFLX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSFLOG statement feed delivery    *
000500* log declared in CBANKSFL.CPY - one DCL- item per column.      *
000600*****************************************************************
001200 01  DCLSFLOG.
001300     03  DCL-SFL-ACCNO                    PIC X(9).
001400     03  DCL-SFL-STMT-DATE                PIC X(10).
001500     03  DCL-SFL-STMT-SEQ                 PIC S9(5) COMP-3.
001600     03  DCL-SFL-FORMAT                   PIC X(1).
001700         88  DCL-SFL-CAMT053              VALUE 'C'.
001800         88  DCL-SFL-MT940                VALUE 'M'.
001900     03  DCL-SFL-FILE-NAME                PIC X(75).
002000     03  DCL-SFL-OPEN-BAL                 PIC S9(7)V99 COMP-3.
002100     03  DCL-SFL-CLOSE-BAL                PIC S9(7)V99 COMP-3.
002200     03  DCL-SFL-ENTRIES                  PIC S9(5) COMP-3.
002300     03  DCL-SFL-STATUS                   PIC X(1).
002400         88  DCL-SFL-DELIVERED            VALUE 'D'.
002500         88  DCL-SFL-FAILED               VALUE 'F'.
002600         88  DCL-SFL-RESEND               VALUE 'R'.
002700     03  DCL-SFL-SEND-COUNT               PIC S9(3) COMP-3.
002800     03  DCL-SFL-SENT-TS                  PIC X(26).
      *    Who asked for the resend - SPACES for the nightly cut.
002900     03  DCL-SFL-REQ-BY                   PIC X(5).
003000     03  DCL-SFL-FILLER                   PIC X(20).
