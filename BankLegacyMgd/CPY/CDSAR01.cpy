000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CDSAR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DDSAR01P - the subject access request    *
001010* register behind the B117 screen.  'O' logs a request and      *
001020* returns its number and statutory due date; 'L' lists one      *
001030* customer's requests, or every one still open when no PID is   *
001040* given, the nearest due date first.                            *
001100*****************************************************************
001300   01  DSAR01-DATA.
001400       10  DSAR01I-DATA.
001500           15  DSAR01I-FUNCTION          PIC X(1).
001600               88  DSAR01I-LOG           VALUE 'O'.
001700               88  DSAR01I-LIST          VALUE 'L'.
001800           15  DSAR01I-USERID            PIC X(5).
001900           15  DSAR01I-PID               PIC X(5).
      *        Blank means received today.
002000           15  DSAR01I-RECEIVED-DTE      PIC X(10).
002100       10  DSAR01O-DATA.
002200           15  DSAR01O-NO                PIC 9(7).
002300           15  DSAR01O-DUE-DTE           PIC X(10).
002400           15  DSAR01O-DSAR-COUNT        PIC S9(4) COMP.
002500           15  DSAR01O-DSAR-ENTRY        OCCURS 30 TIMES.
002600               20  DSAR01O-D-NO          PIC 9(7).
002700               20  DSAR01O-D-PID         PIC X(5).
002800               20  DSAR01O-D-RECEIVED    PIC X(10).
002900               20  DSAR01O-D-DUE         PIC X(10).
003000               20  DSAR01O-D-STATUS      PIC X(1).
003100               20  DSAR01O-D-COMPLETED   PIC X(10).
003200               20  DSAR01O-D-ON-TIME     PIC X(1).
003300               20  DSAR01O-D-RECORDS     PIC 9(7).
003400               20  DSAR01O-D-WITHHELD    PIC 9(5).
003500               20  DSAR01O-D-PACKAGE     PIC X(60).
