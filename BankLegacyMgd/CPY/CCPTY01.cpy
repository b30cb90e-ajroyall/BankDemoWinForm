000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CCPTY01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DCPTY01P - connected-party groups and    *
001010* the exposure to them, behind the B119 screen.  'N' opens a    *
001020* new group; 'A' adds a customer to one, 'R' takes one out;     *
001030* 'L' lists a group's members (by group, or by any member's     *
001040* PID).  'E' totals the exposure to a group - or to a customer  *
001050* in no group on their own - net of eligible collateral, with   *
001060* an amount still to be booked added in, and judges it against *
001070* the capital-based large-exposure limit; DLOAN07P asks for it  *
001080* at origination and DCPTY02P for its monthly report.          *
001100*****************************************************************
001300   01  CPTY01-DATA.
001400       10  CPTY01I-DATA.
001500           15  CPTY01I-FUNCTION          PIC X(1).
001600               88  CPTY01I-NEW-GROUP     VALUE 'N'.
001700               88  CPTY01I-ADD-MEMBER    VALUE 'A'.
001800               88  CPTY01I-REMOVE-MEMBER VALUE 'R'.
001900               88  CPTY01I-LIST          VALUE 'L'.
002000               88  CPTY01I-EXPOSURE      VALUE 'E'.
002100           15  CPTY01I-USERID            PIC X(5).
002200           15  CPTY01I-GROUP-ID          PIC 9(5).
002300           15  CPTY01I-GROUP-NAME        PIC X(30).
002400           15  CPTY01I-PID               PIC X(5).
      *        F family, O common ownership, G guarantor, X other.
002500           15  CPTY01I-LINK              PIC X(1).
002600           15  CPTY01I-REASON            PIC X(40).
      *        'E' - a loan not yet on the books (the origination
      *        being underwritten), counted as pending.
002700           15  CPTY01I-NEW-AMOUNT        PIC S9(7)V99 COMP-3.
      *        'E' - open applications on the BNKLNAPP register count
      *        as pending too; the one being underwritten (already
      *        in the new amount) is named here so it is not counted
      *        twice.  Zero or spaces when there is none.
002750           15  CPTY01I-APP-NO            PIC 9(9).
002800       10  CPTY01O-DATA.
002900           15  CPTY01O-GROUP-ID          PIC 9(5).
003000           15  CPTY01O-GROUP-NAME        PIC X(30).
      *        Members listed ('L'), or counted in the exposure ('E').
003100           15  CPTY01O-MEMBER-COUNT      PIC S9(4) COMP.
003200           15  CPTY01O-MEMBER-ENTRY      OCCURS 20 TIMES.
003300               20  CPTY01O-M-PID         PIC X(5).
003400               20  CPTY01O-M-NAME        PIC X(25).
003500               20  CPTY01O-M-LINK        PIC X(1).
003600               20  CPTY01O-M-REASON      PIC X(40).
003700               20  CPTY01O-M-ADDED-BY    PIC X(5).
003800               20  CPTY01O-M-ADDED-DTE   PIC X(10).
      *        'E' - the exposure, its parts and the judgement.
003900           15  CPTY01O-LOANS             PIC S9(9)V99 COMP-3.
004000           15  CPTY01O-DRAWN             PIC S9(9)V99 COMP-3.
004100           15  CPTY01O-UNDRAWN           PIC S9(9)V99 COMP-3.
004200           15  CPTY01O-PENDING           PIC S9(9)V99 COMP-3.
004300           15  CPTY01O-COLLATERAL        PIC S9(9)V99 COMP-3.
004400           15  CPTY01O-NET               PIC S9(9)V99 COMP-3.
004500           15  CPTY01O-CAPITAL           PIC S9(9)V99 COMP-3.
004600           15  CPTY01O-LIMIT             PIC S9(9)V99 COMP-3.
004700           15  CPTY01O-PCT-CAPITAL       PIC S9(3)V99 COMP-3.
004800           15  CPTY01O-FLAG              PIC X(1).
004900               88  CPTY01O-WITHIN        VALUE ' '.
005000               88  CPTY01O-NEAR-BREACH   VALUE 'N'.
005100               88  CPTY01O-BREACH        VALUE 'B'.
