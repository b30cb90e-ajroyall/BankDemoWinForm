000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CPROF01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DPROF01P - customer profitability.  'Q'  *
001010* returns the customer's latest BNKPROF month for the Customer  *
001020* 360 page.  'L' lists the BNKPCOST processing cost table for   *
001030* the Processing Costs screen; 'S' sets the cost of one type/   *
001040* category pattern (adding the row or changing it); 'D' removes *
001050* one.                                                          *
001100*****************************************************************
001300   01  PROF01-DATA.
001400       10  PROF01I-DATA.
001500           15  PROF01I-FUNCTION          PIC X(1).
001600               88  PROF01I-QUERY         VALUE 'Q'.
001700               88  PROF01I-LIST          VALUE 'L'.
001800               88  PROF01I-SET           VALUE 'S'.
001900               88  PROF01I-DELETE        VALUE 'D'.
002000           15  PROF01I-USERID            PIC X(5).
002100           15  PROF01I-PID               PIC X(5).
      *          The cost pattern - for 'S' and 'D'.
002200           15  PROF01I-TYPE              PIC X(1).
002300           15  PROF01I-CATEGORY          PIC X(1).
002400           15  PROF01I-COST              PIC S9(3)V99 COMP-3.
002500           15  PROF01I-DESC              PIC X(30).
002600       10  PROF01O-DATA.
002700           15  PROF01O-FOUND-SW          PIC X(1).
002800               88  PROF01O-FOUND         VALUE 'Y'.
002900           15  PROF01O-MONTH             PIC X(7).
003000           15  PROF01O-BRANCH            PIC X(3).
003100           15  PROF01O-TIER              PIC X(1).
003200           15  PROF01O-REVENUE           PIC S9(9)V99 COMP-3.
003300           15  PROF01O-COST              PIC S9(9)V99 COMP-3.
003400           15  PROF01O-NET               PIC S9(9)V99 COMP-3.
003500           15  PROF01O-RANK              PIC 9(5).
003600           15  PROF01O-RANK-OF           PIC 9(5).
003700           15  PROF01O-COST-COUNT        PIC S9(4) COMP.
003800           15  PROF01O-COST-ENTRY        OCCURS 50 TIMES.
003900               20  PROF01O-C-TYPE        PIC X(1).
004000               20  PROF01O-C-CATEGORY    PIC X(1).
004100               20  PROF01O-C-COST        PIC S9(3)V99 COMP-3.
004200               20  PROF01O-C-DESC        PIC X(30).
004300               20  PROF01O-C-UPDATED-BY  PIC X(5).
