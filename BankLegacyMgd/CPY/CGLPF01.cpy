000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CGLPF01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DGLPF01P - the subledger-to-GL           *
001010* difference review list behind the B125 screen.  'L' lists     *
001020* the open and explained differences DGLPF02P's daily proof     *
001030* has found, oldest first, with their age in days; 'E' records  *
001040* finance's disposition note against GLPF01I-GL-ACCOUNT's       *
001050* difference and marks it explained; 'R' reopens an explained   *
001060* difference as unexplained.                                    *
001100*****************************************************************
001300   01  GLPF01-DATA.
001400       10  GLPF01I-DATA.
001500           15  GLPF01I-FUNCTION          PIC X(1).
001600               88  GLPF01I-LIST          VALUE 'L'.
001700               88  GLPF01I-EXPLAIN       VALUE 'E'.
001800               88  GLPF01I-REOPEN        VALUE 'R'.
001900           15  GLPF01I-USERID            PIC X(5).
002000           15  GLPF01I-GL-ACCOUNT        PIC S9(5) COMP-3.
002100           15  GLPF01I-NOTE              PIC X(60).
002200       10  GLPF01O-DATA.
002300           15  GLPF01O-OPEN-COUNT        PIC S9(4) COMP.
002400           15  GLPF01O-DIF-COUNT         PIC S9(4) COMP.
002500           15  GLPF01O-DIF-ENTRY         OCCURS 20 TIMES.
002600               20  GLPF01O-GL-ACCOUNT    PIC S9(5) COMP-3.
002700               20  GLPF01O-FIRST-DATE    PIC X(10).
002800               20  GLPF01O-LAST-DATE     PIC X(10).
002900               20  GLPF01O-AGE-DAYS      PIC S9(5) COMP-3.
003000               20  GLPF01O-SUBLEDGER     PIC S9(11)V99 COMP-3.
003100               20  GLPF01O-GL-BALANCE    PIC S9(11)V99 COMP-3.
003200               20  GLPF01O-DIFFERENCE    PIC S9(11)V99 COMP-3.
003300               20  GLPF01O-STATUS        PIC X(1).
003400               20  GLPF01O-NOTE          PIC X(60).
003500               20  GLPF01O-UPDATED-BY    PIC X(5).
