000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CPLAN01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DPLAN01P - registered-plan contribution  *
001010* room behind the B123 screen, the transfer and teller cash     *
001020* postings and the DPLAN02P/DPLAN03P batch runs.  'Q' brings    *
001030* the holder's room for PLAN01I-YEAR (blank is this year) up    *
001040* to date and lists the months the holder was over it.  'C'     *
001050* checks a deposit of PLAN01I-AMOUNT to PLAN01I-ACCNO against   *
001060* the room left - an account that is not a plan comes back      *
001070* with PLAN01O-IS-PLAN off; an over-contribution is a warning   *
001080* only, PLAN01O-OVER-AMT, and never stops the deposit.  'N'     *
001090* sets the year's new room from the tax authority's notice -    *
001091* a supervisor or administrator only, audited.                  *
001100*****************************************************************
001300   01  PLAN01-DATA.
001400       10  PLAN01I-DATA.
001500           15  PLAN01I-FUNCTION          PIC X(1).
001600               88  PLAN01I-QUERY         VALUE 'Q'.
001700               88  PLAN01I-CHECK         VALUE 'C'.
001800               88  PLAN01I-NOTICE        VALUE 'N'.
001900           15  PLAN01I-USERID            PIC X(5).
002000           15  PLAN01I-PID               PIC X(5).
002100           15  PLAN01I-YEAR              PIC X(4).
002200           15  PLAN01I-ACCNO             PIC X(9).
002300           15  PLAN01I-AMOUNT            PIC S9(7)V99 COMP-3.
002400           15  PLAN01I-NEW-ROOM          PIC S9(7)V99 COMP-3.
002500       10  PLAN01O-DATA.
002600           15  PLAN01O-PLAN-SW           PIC X(1).
002700               88  PLAN01O-IS-PLAN       VALUE 'Y'.
002800           15  PLAN01O-NAME              PIC X(25).
002900           15  PLAN01O-SIN-SW            PIC X(1).
003000               88  PLAN01O-NO-SIN        VALUE 'N'.
003100           15  PLAN01O-YEAR              PIC X(4).
003200           15  PLAN01O-ROOM-SOURCE       PIC X(1).
003300           15  PLAN01O-NEW-ROOM          PIC S9(7)V99 COMP-3.
003400           15  PLAN01O-CARRY-FWD         PIC S9(7)V99 COMP-3.
003500           15  PLAN01O-RESTORED          PIC S9(7)V99 COMP-3.
003600           15  PLAN01O-OPENING           PIC S9(7)V99 COMP-3.
003700           15  PLAN01O-CONTRIB           PIC S9(7)V99 COMP-3.
003800           15  PLAN01O-WITHDRAWN         PIC S9(7)V99 COMP-3.
003900           15  PLAN01O-ROOM-LEFT         PIC S9(7)V99 COMP-3.
004000           15  PLAN01O-EXCESS            PIC S9(7)V99 COMP-3.
004100           15  PLAN01O-OVER-AMT          PIC S9(7)V99 COMP-3.
004200           15  PLAN01O-MON-COUNT         PIC S9(4) COMP.
004300           15  PLAN01O-MON-ENTRY         OCCURS 20 TIMES.
004400               20  PLAN01O-M-MONTH       PIC X(7).
004500               20  PLAN01O-M-EXCESS      PIC S9(7)V99 COMP-3.
004600               20  PLAN01O-M-PENALTY     PIC S9(7)V99 COMP-3.
