000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CLINE01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DLINE01P - revolving line of credit      *
001010* maintenance behind the B104 screen.  'Q' returns a line's     *
001020* terms, drawn balance, available credit, the current billing  *
001030* position and its recent statements; 'O' opens a line for a    *
001040* customer (a new 'R' type account through DBANK14P plus its    *
001050* BNKLINE terms); 'T' changes the limit and pricing; 'F'        *
001060* freezes the line against new draws, 'A' reactivates it, 'C'   *
001070* closes a line that owes nothing.  Maintenance is audited to   *
001080* BNKMADT via DBANK74P.                                         *
001100*****************************************************************
001300   01  LINE01-DATA.
001400       10  LINE01I-DATA.
001500           15  LINE01I-FUNCTION          PIC X(1).
001600               88  LINE01I-QUERY         VALUE 'Q'.
001700               88  LINE01I-OPEN          VALUE 'O'.
001800               88  LINE01I-TERMS         VALUE 'T'.
001900               88  LINE01I-FREEZE        VALUE 'F'.
002000               88  LINE01I-REACTIVATE    VALUE 'A'.
002100               88  LINE01I-CLOSE         VALUE 'C'.
002200           15  LINE01I-USERID            PIC X(5).
      *          The line's account - every function but 'O', which
      *          names the customer instead and hands the new account
      *          back in LINE01O-ACCNO.
002300           15  LINE01I-ACCNO             PIC X(9).
002400           15  LINE01I-PID               PIC X(5).
      *          Terms for 'O' and 'T' - a zero rate or minimum takes
      *          the bank's published default ('O') or leaves the
      *          line's own figure alone ('T').
002500           15  LINE01I-LIMIT             PIC S9(7)V99 COMP-3.
002600           15  LINE01I-RATE              PIC S9(2)V999 COMP-3.
002700           15  LINE01I-MIN-PCT           PIC S9(3)V99 COMP-3.
002800           15  LINE01I-MIN-AMT           PIC S9(7)V99 COMP-3.
002900       10  LINE01O-DATA.
003000           15  LINE01O-ACCNO             PIC X(9).
003100           15  LINE01O-PID               PIC X(5).
003200           15  LINE01O-STATUS            PIC X(1).
003300               88  LINE01O-ACTIVE        VALUE 'A'.
003400               88  LINE01O-FROZEN        VALUE 'F'.
003500               88  LINE01O-CLOSED        VALUE 'C'.
003600           15  LINE01O-LIMIT             PIC S9(7)V99 COMP-3.
003700           15  LINE01O-RATE              PIC S9(2)V999 COMP-3.
003800           15  LINE01O-MIN-PCT           PIC S9(3)V99 COMP-3.
003900           15  LINE01O-MIN-AMT           PIC S9(7)V99 COMP-3.
      *          Drawn balance owed (positive), what is left to draw,
      *          and interest accrued since the last statement.
004000           15  LINE01O-DRAWN             PIC S9(7)V99 COMP-3.
004100           15  LINE01O-AVAILABLE         PIC S9(7)V99 COMP-3.
004200           15  LINE01O-ACCRUED           PIC S9(7)V99 COMP-3.
004300           15  LINE01O-LAST-STMT         PIC X(10).
004400           15  LINE01O-NEXT-STMT         PIC X(10).
004500           15  LINE01O-MIN-DUE           PIC S9(7)V99 COMP-3.
004600           15  LINE01O-DUE-DATE          PIC X(10).
004700           15  LINE01O-PAST-DUE          PIC S9(7)V99 COMP-3.
004800           15  LINE01O-MISSED-COUNT      PIC S9(3) COMP-3.
004900           15  LINE01O-STMT-COUNT        PIC S9(4) COMP.
005000           15  LINE01O-STMT-ENTRY        OCCURS 12 TIMES.
005100               20  LINE01O-STMT-DTE      PIC X(10).
005200               20  LINE01O-OPEN-BAL      PIC S9(7)V99 COMP-3.
005300               20  LINE01O-DRAWS         PIC S9(7)V99 COMP-3.
005400               20  LINE01O-PAYMENTS      PIC S9(7)V99 COMP-3.
005500               20  LINE01O-INTEREST      PIC S9(7)V99 COMP-3.
005600               20  LINE01O-CLOSE-BAL     PIC S9(7)V99 COMP-3.
005700               20  LINE01O-STMT-MIN-DUE  PIC S9(7)V99 COMP-3.
005800               20  LINE01O-STMT-DUE-DATE PIC X(10).
