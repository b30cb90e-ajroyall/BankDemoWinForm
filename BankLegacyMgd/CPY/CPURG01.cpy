000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CPURG01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DPURG01P - the personal-data retention   *
001010* rules.  'L' returns every data class with its keep period in  *
001020* years after the relationship closes, its legal basis, what    *
001030* the purge does to it (A anonymise, D delete) and whether the  *
001040* period is on BNKRETN (T) or the compiled default (D).  'U'    *
001050* sets one class's period and basis - admin or compliance       *
001060* BCS_ROLE, audited to BNKMADT.                                 *
001100*****************************************************************
001300   01  PURG01-DATA.
001400       10  PURG01I-DATA.
001500           15  PURG01I-FUNCTION          PIC X(1).
001600               88  PURG01I-LIST          VALUE 'L'.
001700               88  PURG01I-UPDATE        VALUE 'U'.
001800           15  PURG01I-USERID            PIC X(5).
001900           15  PURG01I-CLASS             PIC X(8).
002000           15  PURG01I-KEEP-YEARS        PIC S9(3) COMP-3.
002100           15  PURG01I-BASIS             PIC X(30).
002200       10  PURG01O-DATA.
002300           15  PURG01O-CLASS-COUNT       PIC S9(4) COMP.
002400           15  PURG01O-RULE              OCCURS 5 TIMES.
002500               20  PURG01O-R-CLASS       PIC X(8).
002600               20  PURG01O-R-DESC        PIC X(30).
002700               20  PURG01O-R-KEEP-YEARS  PIC S9(3) COMP-3.
002800               20  PURG01O-R-BASIS       PIC X(30).
002900               20  PURG01O-R-ACTION      PIC X(1).
003000                   88  PURG01O-R-ANONYMISE
003100                                         VALUE 'A'.
003200                   88  PURG01O-R-DELETE  VALUE 'D'.
003300               20  PURG01O-R-SOURCE      PIC X(1).
003400                   88  PURG01O-R-ON-TABLE
003500                                         VALUE 'T'.
003600                   88  PURG01O-R-DEFAULT VALUE 'D'.
003700               20  PURG01O-R-UPDATED-BY  PIC X(5).
003800               20  PURG01O-R-UPDATED-TS  PIC X(26).
