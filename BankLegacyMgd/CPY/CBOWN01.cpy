000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBOWN01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DBOWN01P - the beneficial-ownership      *
001010* register behind the B118 screen.  'D' records (or re-         *
001020* certifies) a business's ownership declaration and its         *
001030* relationship officer; 'A' adds an owner, 'U' changes one,     *
001040* 'R' removes one - every add and change is screened against   *
001050* the watchlist; 'L' lists a business's owners; 'Q' is the      *
001060* re-certification queue, one officer's or everyone's; 'S'     *
001070* re-screens every active owner - DBANK85P asks for it after    *
001080* each watchlist reload.                                        *
001100*****************************************************************
001300   01  BOWN01-DATA.
001400       10  BOWN01I-DATA.
001500           15  BOWN01I-FUNCTION          PIC X(1).
001600               88  BOWN01I-DECLARE       VALUE 'D'.
001700               88  BOWN01I-ADD           VALUE 'A'.
001800               88  BOWN01I-UPDATE        VALUE 'U'.
001900               88  BOWN01I-REMOVE        VALUE 'R'.
002000               88  BOWN01I-LIST          VALUE 'L'.
002100               88  BOWN01I-QUEUE         VALUE 'Q'.
002200               88  BOWN01I-RESCREEN      VALUE 'S'.
002300           15  BOWN01I-USERID            PIC X(5).
002400           15  BOWN01I-PID               PIC X(5).
      *        'D' - the relationship officer; 'Q' - blank for all.
002500           15  BOWN01I-OFFICER           PIC X(5).
002600           15  BOWN01I-SEQ               PIC 9(3).
002700           15  BOWN01I-NAME              PIC X(40).
002800           15  BOWN01I-DOB               PIC X(10).
002900           15  BOWN01I-ADDR1             PIC X(25).
003000           15  BOWN01I-ADDR2             PIC X(25).
003100           15  BOWN01I-COUNTRY           PIC X(6).
003200           15  BOWN01I-POST-CODE         PIC X(6).
003300           15  BOWN01I-PCT               PIC S9(3)V99 COMP-3.
      *        S shareholding, V voting rights, B board appointment,
      *        O other significant control.
003400           15  BOWN01I-CONTROL           PIC X(1).
      *        U unverified, V verified.
003500           15  BOWN01I-VERIFIED          PIC X(1).
003600       10  BOWN01O-DATA.
003700           15  BOWN01O-OFFICER           PIC X(5).
003800           15  BOWN01O-DECLARED-DTE      PIC X(10).
003900           15  BOWN01O-RECERT-DTE        PIC X(10).
004000           15  BOWN01O-OWNER-COUNT       PIC S9(4) COMP.
004100           15  BOWN01O-OWNER-ENTRY       OCCURS 20 TIMES.
004200               20  BOWN01O-O-SEQ         PIC 9(3).
004300               20  BOWN01O-O-NAME        PIC X(40).
004400               20  BOWN01O-O-DOB         PIC X(10).
004500               20  BOWN01O-O-ADDR1       PIC X(25).
004600               20  BOWN01O-O-ADDR2       PIC X(25).
004700               20  BOWN01O-O-COUNTRY     PIC X(6).
004800               20  BOWN01O-O-POST-CODE   PIC X(6).
004900               20  BOWN01O-O-PCT         PIC S9(3)V99 COMP-3.
005000               20  BOWN01O-O-CONTROL     PIC X(1).
005100               20  BOWN01O-O-VERIFIED    PIC X(1).
005200               20  BOWN01O-O-SCREEN      PIC X(1).
005300               20  BOWN01O-O-STATUS      PIC X(1).
005400           15  BOWN01O-DUE-COUNT         PIC S9(4) COMP.
005500           15  BOWN01O-DUE-ENTRY         OCCURS 20 TIMES.
005600               20  BOWN01O-D-PID         PIC X(5).
005700               20  BOWN01O-D-NAME        PIC X(25).
005800               20  BOWN01O-D-OFFICER     PIC X(5).
005900               20  BOWN01O-D-DECLARED    PIC X(10).
006000               20  BOWN01O-D-RECERT      PIC X(10).
      *        'S' - owners screened and how many are held.
006100           15  BOWN01O-SCREENED          PIC S9(7) COMP-3.
006200           15  BOWN01O-HELD              PIC S9(7) COMP-3.
