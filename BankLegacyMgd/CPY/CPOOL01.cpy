000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CPOOL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DPOOL01P - notional cash pool            *
001010* maintenance behind the Cash Pools screen.  'Q' returns the    *
001020* pool of the given header account, its participants and what  *
001030* each contributed on the last night it was paid.  'S' sets up  *
001040* a pool (or changes its name and allocation rule), 'A' adds a  *
001050* participant, 'R' removes one, 'X' closes the pool.            *
001100*****************************************************************
001300   01  POOL01-DATA.
001400       10  POOL01I-DATA.
001500           15  POOL01I-FUNCTION          PIC X(1).
001600               88  POOL01I-QUERY         VALUE 'Q'.
001700               88  POOL01I-SAVE          VALUE 'S'.
001800               88  POOL01I-ADD           VALUE 'A'.
001900               88  POOL01I-REMOVE        VALUE 'R'.
002000               88  POOL01I-CLOSE         VALUE 'X'.
002100           15  POOL01I-USERID            PIC X(5).
002200           15  POOL01I-HEADER-ACC        PIC X(9).
002300           15  POOL01I-NAME              PIC X(30).
      *          P pro rata, H header takes all, E equal - for 'S'.
002400           15  POOL01I-RULE              PIC X(1).
      *          The participant - for 'A' and 'R'.
002500           15  POOL01I-ACCNO             PIC X(9).
002600       10  POOL01O-DATA.
002700           15  POOL01O-NAME              PIC X(30).
002800           15  POOL01O-CURRENCY          PIC X(3).
002900           15  POOL01O-RULE              PIC X(1).
003000           15  POOL01O-STATUS            PIC X(1).
003100           15  POOL01O-LAST-RUN          PIC X(10).
003200           15  POOL01O-NET-POSITION      PIC S9(9)V99 COMP-3.
003300           15  POOL01O-POOL-INT          PIC S9(7)V99 COMP-3.
003400           15  POOL01O-RATE              PIC S9(2)V999 COMP-3.
003500           15  POOL01O-MEMBER-COUNT      PIC S9(4) COMP.
003600           15  POOL01O-MEMBER            OCCURS 50 TIMES.
003700               20  POOL01O-M-ACCNO       PIC X(9).
003800               20  POOL01O-M-CURRENCY    PIC X(3).
003900               20  POOL01O-M-STATUS      PIC X(1).
004000               20  POOL01O-M-BALANCE     PIC S9(7)V99 COMP-3.
004100               20  POOL01O-M-POOL-BAL    PIC S9(9)V99 COMP-3.
004200               20  POOL01O-M-ALLOC       PIC S9(7)V99 COMP-3.
004300               20  POOL01O-M-POSTED      PIC S9(7)V99 COMP-3.
