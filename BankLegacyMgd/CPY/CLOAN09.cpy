000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CLOAN09.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DLOAN09P - loan payment application.     *
001010* 'A' applies a collection already credited to the loan account *
001020* to the oldest unpaid BNKLNSCH period, interest first, then    *
001030* principal; 'S' applies an early-settlement payoff and closes  *
001040* every remaining period; 'Q' returns the loan's running        *
001050* position without changing anything.  The source says where   *
001060* the money came from - standing order, early payoff, teller,   *
001070* a back-valued posting or a recovery from the loan's           *
001075* guarantor.  Runs in the caller's unit of work.                *
001100*****************************************************************
001300   01  LOAN09-DATA.
001400       10  LOAN09I-DATA.
001500           15  LOAN09I-FUNCTION          PIC X(1).
001600               88  LOAN09I-APPLY         VALUE 'A'.
001700               88  LOAN09I-SETTLE        VALUE 'S'.
001800               88  LOAN09I-QUERY         VALUE 'Q'.
001900           15  LOAN09I-USERID            PIC X(5).
002000           15  LOAN09I-LOAN-ACC          PIC X(9).
002100           15  LOAN09I-AMOUNT            PIC S9(7)V99 COMP-3.
      *        Early settlement only - the per-diem interest charged
      *        separately on the deposit account, carried into the
      *        interest-paid figure.
002200           15  LOAN09I-SETTLE-INT        PIC S9(7)V99 COMP-3.
002300           15  LOAN09I-SOURCE            PIC X(1).
002400               88  LOAN09I-FROM-STORD    VALUE 'S'.
002500               88  LOAN09I-FROM-PAYOFF   VALUE 'E'.
002600               88  LOAN09I-FROM-TELLER   VALUE 'T'.
002700               88  LOAN09I-FROM-BACKVALUE
002800                                         VALUE 'B'.
002810               88  LOAN09I-FROM-GUARANTOR
002820                                         VALUE 'G'.
002900           15  LOAN09I-XFER-REF          PIC X(21).
003000           15  LOAN09I-VALUE-DATE        PIC X(10).
003100       10  LOAN09O-DATA.
      *        'N' - the loan has no position row yet (booked before
      *        payment application, never collected since); the
      *        caller falls back to the account balance.
003200           15  LOAN09O-TRACKED-SW        PIC X(1).
003300               88  LOAN09O-TRACKED       VALUE 'Y'.
003400           15  LOAN09O-INT-APPLIED       PIC S9(7)V99 COMP-3.
003500           15  LOAN09O-PRIN-APPLIED      PIC S9(7)V99 COMP-3.
003600           15  LOAN09O-UNAPPLIED         PIC S9(7)V99 COMP-3.
003700           15  LOAN09O-PERIODS-PAID      PIC S9(5) COMP-3.
003800           15  LOAN09O-ORIG-PRINCIPAL    PIC S9(7)V99 COMP-3.
003900           15  LOAN09O-INT-PAID-TODATE   PIC S9(7)V99 COMP-3.
004000           15  LOAN09O-PRIN-OUTSTANDING  PIC S9(7)V99 COMP-3.
004100           15  LOAN09O-NEXT-PERIOD       PIC S9(5) COMP-3.
004200           15  LOAN09O-PERIODS-LEFT      PIC S9(5) COMP-3.
004300           15  LOAN09O-LAST-PAY-DATE     PIC X(10).
