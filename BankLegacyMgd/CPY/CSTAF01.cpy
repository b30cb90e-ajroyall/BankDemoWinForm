000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CSTAF01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DSTAF01P - staff logins and the customer *
001010* PIDs they are tied to, behind the B120 screen.  'D' declares  *
001020* a link (the own-PID 'S' link flags the customer as staff),    *
001030* 'R' removes one, 'L' lists a login's links.  'C' checks an    *
001040* action about to be taken: is STAF01I-USERID tied to a holder  *
001050* of STAF01I-ACCNO, or to STAF01I-PID?  The posting, cash,      *
001060* back-value, waiver, reactivation, unlock and approval         *
001070* programs ask it before they act.                              *
001100*****************************************************************
001300   01  STAF01-DATA.
001400       10  STAF01I-DATA.
001500           15  STAF01I-FUNCTION          PIC X(1).
001600               88  STAF01I-DECLARE       VALUE 'D'.
001700               88  STAF01I-REMOVE        VALUE 'R'.
001800               88  STAF01I-LIST          VALUE 'L'.
001900               88  STAF01I-CHECK         VALUE 'C'.
      *        The officer at the screen - 'D', 'R' and 'L' only.
002000           15  STAF01I-CALLER            PIC X(5).
      *        The staff login the links belong to ('D', 'R', 'L'),
      *        or the one about to act ('C').
002100           15  STAF01I-USERID            PIC X(5).
002200           15  STAF01I-PID               PIC X(5).
      *        S own PID, F family, H household, B business, O other.
002300           15  STAF01I-RELATION          PIC X(1).
002400           15  STAF01I-REASON            PIC X(30).
      *        'C' - the account being acted on; SPACES to check the
      *        PID alone.
002500           15  STAF01I-ACCNO             PIC X(9).
002600       10  STAF01O-DATA.
002700           15  STAF01O-CONFLICT          PIC X(1).
002800               88  STAF01O-IS-RELATED    VALUE 'Y'.
002900               88  STAF01O-NOT-RELATED   VALUE 'N'.
      *        'C' - the relation that tied them, and to whom.
003000           15  STAF01O-RELATION          PIC X(1).
003100           15  STAF01O-REL-PID           PIC X(5).
003200           15  STAF01O-LINK-COUNT        PIC S9(4) COMP.
003300           15  STAF01O-LINK-ENTRY        OCCURS 20 TIMES.
003400               20  STAF01O-L-PID         PIC X(5).
003500               20  STAF01O-L-NAME        PIC X(25).
003600               20  STAF01O-L-RELATION    PIC X(1).
003700               20  STAF01O-L-REASON      PIC X(30).
003800               20  STAF01O-L-DECLARED-BY PIC X(5).
003900               20  STAF01O-L-DECLARED-DTE PIC X(10).
