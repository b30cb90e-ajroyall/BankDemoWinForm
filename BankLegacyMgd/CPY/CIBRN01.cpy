000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CIBRN01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DIBRN01P - the BNKIBDUE inter-branch     *
001010* entries.  'P' posts one movement of value from one branch's   *
001020* books to another's: each side is named by an account (its     *
001030* BAC_BRANCH) or, with no account, by a PID (its home branch -  *
001040* a teller's own branch for the cash side of teller cash).      *
001050* Nothing is written when both sides are the same branch;       *
001060* IBRN01O-CROSS-SW says whether the entries went in.            *
001100*****************************************************************
001300   01  IBRN01-DATA.
001400       10  IBRN01I-DATA.
001500           15  IBRN01I-FUNCTION          PIC X(1).
001600               88  IBRN01I-POST          VALUE 'P'.
      *        Where the value leaves and where it arrives.
001700           15  IBRN01I-FROM-ACC          PIC X(9).
001800           15  IBRN01I-FROM-PID          PIC X(5).
001900           15  IBRN01I-TO-ACC            PIC X(9).
002000           15  IBRN01I-TO-PID            PIC X(5).
002100           15  IBRN01I-AMOUNT            PIC S9(7)V99 COMP-3.
002200           15  IBRN01I-SOURCE            PIC X(1).
      *        The customer account the movement was for, the
      *        posting's reference and who keyed it.
002300           15  IBRN01I-ACCNO             PIC X(9).
002400           15  IBRN01I-REF               PIC X(30).
002500           15  IBRN01I-USERID            PIC X(5).
002600           15  IBRN01I-POST-DATE         PIC X(10).
002700       10  IBRN01O-DATA.
002800           15  IBRN01O-CROSS-SW          PIC X(1).
002900               88  IBRN01O-CROSS-BRANCH  VALUE 'Y'.
003000           15  IBRN01O-FROM-BRANCH       PIC X(3).
003100           15  IBRN01O-TO-BRANCH         PIC X(3).
