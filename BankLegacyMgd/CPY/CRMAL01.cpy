000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CRMAL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DRMAL01P - returned-mail intake behind   *
001010* the B122 screen and the DRMAL02P vendor-file load.  'R'       *
001020* records one item that came back: the customer's BCS_ADDR is   *
001030* flagged undeliverable, paper output is held from then on and  *
001040* a data-quality item opens on the DBANK65P worklist.  'L'      *
001050* lists the customer's return history, newest first.  A blank  *
001060* RMAL01I-RETURN-DTE means today.                               *
001100*****************************************************************
001300   01  RMAL01-DATA.
001400       10  RMAL01I-DATA.
001500           15  RMAL01I-FUNCTION          PIC X(1).
001600               88  RMAL01I-RECORD        VALUE 'R'.
001700               88  RMAL01I-LIST          VALUE 'L'.
001800           15  RMAL01I-USERID            PIC X(5).
001900           15  RMAL01I-PID               PIC X(5).
002000           15  RMAL01I-RETURN-DTE        PIC X(10).
002100           15  RMAL01I-ITEM              PIC X(20).
002200           15  RMAL01I-REASON            PIC X(2).
002300           15  RMAL01I-SOURCE            PIC X(1).
002400       10  RMAL01O-DATA.
002500           15  RMAL01O-NAME              PIC X(25).
002600           15  RMAL01O-ADDR-STATUS       PIC X(1).
002700               88  RMAL01O-UNDELIVERABLE VALUE 'U'.
002800           15  RMAL01O-RET-COUNT         PIC S9(4) COMP.
002900           15  RMAL01O-RET-ENTRY         OCCURS 20 TIMES.
003000               20  RMAL01O-R-RECEIVED    PIC X(10).
003100               20  RMAL01O-R-RETURN-DTE  PIC X(10).
003200               20  RMAL01O-R-ITEM        PIC X(20).
003300               20  RMAL01O-R-REASON      PIC X(2).
003400               20  RMAL01O-R-SOURCE      PIC X(1).
003500               20  RMAL01O-R-ADDR1       PIC X(25).
003600               20  RMAL01O-R-POST-CODE   PIC X(6).
003700               20  RMAL01O-R-USERID      PIC X(5).
003800               20  RMAL01O-R-STATUS      PIC X(1).
