000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CNOST01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DNOST01P - the nostro exceptions         *
001010* worklist.  'L' lists the open items, oldest first, with their *
001020* age in days and the latest statement's correspondent and book *
001030* balances.  'D' dispositions one item with the officer's note. *
001040* 'P' posts a statement entry the book has no wire for (an      *
001050* interest credit, a charge on its own) to the GL against the   *
001060* nostro - supervisor or admin BCS_ROLE.  Both are audited to   *
001070* BNKMADT.  An item is named by side, then reference (book      *
001080* side) or statement date and line (statement side).           *
001100*****************************************************************
001300   01  NOST01-DATA.
001400       10  NOST01I-DATA.
001500           15  NOST01I-FUNCTION          PIC X(1).
001600               88  NOST01I-LIST          VALUE 'L'.
001700               88  NOST01I-DISPOSITION   VALUE 'D'.
001800               88  NOST01I-POST          VALUE 'P'.
001900           15  NOST01I-USERID            PIC X(5).
002000           15  NOST01I-SIDE              PIC X(1).
002100           15  NOST01I-REF               PIC X(21).
002200           15  NOST01I-STMT-DATE         PIC X(10).
002300           15  NOST01I-SEQ               PIC S9(5) COMP-3.
002400           15  NOST01I-NOTE              PIC X(30).
002500       10  NOST01O-DATA.
002600           15  NOST01O-LAST-STMT-DATE    PIC X(10).
002700           15  NOST01O-CLOSE-BAL         PIC S9(11)V99 COMP-3.
002800           15  NOST01O-BOOK-BAL          PIC S9(11)V99 COMP-3.
002900           15  NOST01O-EXC-COUNT         PIC S9(4) COMP.
003000           15  NOST01O-EXC-ENTRY         OCCURS 30 TIMES.
003100               20  NOST01O-SIDE          PIC X(1).
003200               20  NOST01O-REF           PIC X(21).
003300               20  NOST01O-STMT-DATE     PIC X(10).
003400               20  NOST01O-SEQ           PIC S9(5) COMP-3.
003500               20  NOST01O-DC            PIC X(1).
003600               20  NOST01O-AMOUNT        PIC S9(9)V99 COMP-3.
003700               20  NOST01O-VALUE-DATE    PIC X(10).
003800               20  NOST01O-REASON        PIC X(30).
003900               20  NOST01O-AGE-DAYS      PIC S9(5) COMP-3.
