000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CDRFT01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DDRFT01P - bank drafts and official      *
001010* cheques.  'I' issues a draft, paid for from the purchaser's   *
001020* account or in cash through the teller's drawer; 'S' stops a   *
001030* lost draft and refunds it; 'R' replaces a lost draft with a   *
001040* new number; 'L' lists the register for the B114 screen.       *
001050* 'P' pays a draft presented in DBANK48P's clearing file and    *
001060* 'E' turns an unclaimed one over for DBANK71P.                 *
001100*****************************************************************
001300   01  DRFT01-DATA.
001400       10  DRFT01I-DATA.
001500           15  DRFT01I-FUNCTION          PIC X(1).
001600               88  DRFT01I-ISSUE         VALUE 'I'.
001700               88  DRFT01I-STOP          VALUE 'S'.
001800               88  DRFT01I-REPLACE       VALUE 'R'.
001900               88  DRFT01I-LIST          VALUE 'L'.
002000               88  DRFT01I-PRESENT       VALUE 'P'.
002100               88  DRFT01I-ESCHEAT       VALUE 'E'.
002200           15  DRFT01I-USERID            PIC X(5).
002300           15  DRFT01I-NUMBER            PIC 9(6).
002400           15  DRFT01I-FUNDING           PIC X(1).
002500               88  DRFT01I-FROM-ACCOUNT  VALUE 'A'.
002600               88  DRFT01I-FROM-CASH     VALUE 'C'.
      *        'I' - the account paying for the draft; 'S' - the
      *        account the refund goes to (blank refunds the way the
      *        draft was bought); 'L' - list one account's drafts.
002700           15  DRFT01I-ACCNO             PIC X(9).
      *        The purchaser - taken off the account when one pays,
      *        optional for a cash purchase; 'L' lists one customer.
002800           15  DRFT01I-PID               PIC X(5).
002900           15  DRFT01I-PAYEE             PIC X(30).
003000           15  DRFT01I-AMOUNT            PIC S9(7)V99 COMP-3.
003100           15  DRFT01I-CURRENCY          PIC X(3).
003200           15  DRFT01I-REASON            PIC X(30).
003300       10  DRFT01O-DATA.
003400           15  DRFT01O-NUMBER            PIC 9(6).
      *        'Y' when 'P' or 'E' turns the item down on the
      *        register's say-so (stopped, paid, wrong amount...) -
      *        the reason is in the error message.  Left 'N' on a
      *        database failure, which the batch caller treats as one.
                 15  DRFT01O-REJECT-SW         PIC X(1).
                     88  DRFT01O-REJECTED      VALUE 'Y'.
003500           15  DRFT01O-DRAFT-COUNT       PIC S9(4) COMP.
003600           15  DRFT01O-DRAFT-ENTRY       OCCURS 30 TIMES.
003700               20  DRFT01O-D-NUMBER      PIC 9(6).
003800               20  DRFT01O-D-PAYEE       PIC X(30).
003900               20  DRFT01O-D-AMOUNT      PIC S9(7)V99 COMP-3.
004000               20  DRFT01O-D-CURRENCY    PIC X(3).
004100               20  DRFT01O-D-STATUS      PIC X(1).
004200               20  DRFT01O-D-ISSUED-DTE  PIC X(10).
004300               20  DRFT01O-D-FROM-ACC    PIC X(9).
004400               20  DRFT01O-D-REPLACES    PIC 9(6).
