000100*****************************************************************
000200*  CBANKSLNX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLINE line of credit table        *
000500* declared in CBANKSLN.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLLINE.
001300     03  DCL-LIN-ACCNO                    PIC X(9).
001400     03  DCL-LIN-PID                      PIC X(5).
001500     03  DCL-LIN-LIMIT                    PIC S9(7)V99 COMP-3.
      *    Annual percentage, charged on the drawn balance daily.
001600     03  DCL-LIN-RATE                     PIC S9(2)V999 COMP-3.
      *    The minimum payment is this percentage of the statement
      *    balance, but never less than LIN_MIN_AMT (nor more than
      *    the balance itself).
001700     03  DCL-LIN-MIN-PCT                  PIC S9(3)V99 COMP-3.
001800     03  DCL-LIN-MIN-AMT                  PIC S9(7)V99 COMP-3.
      *    Only an active line may be drawn; a frozen one still
      *    accrues and bills but takes no new draws.
001900     03  DCL-LIN-STATUS                   PIC X(1).
002000         88  DCL-LIN-ACTIVE               VALUE 'A'.
002100         88  DCL-LIN-FROZEN               VALUE 'F'.
002200         88  DCL-LIN-CLOSED               VALUE 'C'.
002300     03  DCL-LIN-ACCRUED                  PIC S9(7)V99 COMP-3.
002400     03  DCL-LIN-LAST-ACCRUAL             PIC X(10).
002500     03  DCL-LIN-LAST-STMT                PIC X(10).
002600     03  DCL-LIN-NEXT-STMT                PIC X(10).
002700     03  DCL-LIN-STMT-BAL                 PIC S9(7)V99 COMP-3.
      *    Includes any minimum still unpaid from earlier cycles.
002800     03  DCL-LIN-MIN-DUE                  PIC S9(7)V99 COMP-3.
002900     03  DCL-LIN-DUE-DATE                 PIC X(10).
      *    'Y' once the run after the due date has measured what was
      *    paid against the minimum.
003000     03  DCL-LIN-DUE-CHECKED              PIC X(1).
003100         88  DCL-LIN-DUE-WAS-CHECKED      VALUE 'Y'.
      *    The unpaid minimum - what DLOAN01P ages as arrears, from
      *    the due date of the oldest minimum missed.
003200     03  DCL-LIN-PAST-DUE                 PIC S9(7)V99 COMP-3.
003300     03  DCL-LIN-PAST-DUE-DTE             PIC X(10).
003400     03  DCL-LIN-MISSED-COUNT             PIC S9(3) COMP-3.
003500     03  DCL-LIN-OPENED                   PIC X(10).
003600     03  DCL-LIN-UPDATED-BY               PIC X(5).
003700     03  DCL-LIN-UPDATED-TS               PIC X(26).
003800     03  DCL-LIN-FILLER                   PIC X(20).
