000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CSMSP01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DSMSP01P - a customer's mobile number    *
001010* and how each alert type reaches them.  'L' returns the        *
001020* mobile with its status and the eight alert types with the     *
001030* channel in force - the BNKCHPF row (T) or the house default   *
001040* (D).  'R' registers a mobile - it must agree with BCS_TEL -   *
001050* and texts it a MOBVERFY code; 'V' verifies the keyed code.    *
001060* 'C' sets one type's channel, E e-mail, S text or B both; a    *
001070* text channel needs a verified mobile.  Every change is        *
001080* audited to BNKMADT.                                           *
001100*****************************************************************
001300   01  SMSP01-DATA.
001400       10  SMSP01I-DATA.
001500           15  SMSP01I-FUNCTION          PIC X(1).
001600               88  SMSP01I-LIST          VALUE 'L'.
001700               88  SMSP01I-REGISTER      VALUE 'R'.
001800               88  SMSP01I-VERIFY        VALUE 'V'.
001900               88  SMSP01I-CHANNEL       VALUE 'C'.
002000           15  SMSP01I-USERID            PIC X(5).
002100           15  SMSP01I-PID               PIC X(5).
002200           15  SMSP01I-MOBILE            PIC X(15).
002300           15  SMSP01I-CODE              PIC X(6).
002400           15  SMSP01I-TYPE              PIC X(1).
002500           15  SMSP01I-CHANNEL-TO        PIC X(1).
002600       10  SMSP01O-DATA.
002700           15  SMSP01O-MOBILE            PIC X(15).
002800           15  SMSP01O-MOB-STATUS        PIC X(1).
002900               88  SMSP01O-NO-MOBILE     VALUE ' '.
003000               88  SMSP01O-MOB-PENDING   VALUE 'P'.
003100               88  SMSP01O-MOB-VERIFIED  VALUE 'V'.
003200           15  SMSP01O-VERIFIED-TS       PIC X(26).
003300           15  SMSP01O-TYPE-COUNT        PIC S9(4) COMP.
003400           15  SMSP01O-PREF              OCCURS 8 TIMES.
003500               20  SMSP01O-P-TYPE        PIC X(1).
003600               20  SMSP01O-P-DESC        PIC X(20).
003700               20  SMSP01O-P-CHANNEL     PIC X(1).
003800               20  SMSP01O-P-SOURCE      PIC X(1).
003900                   88  SMSP01O-P-ON-TABLE
004000                                         VALUE 'T'.
004100                   88  SMSP01O-P-DEFAULT VALUE 'D'.
004200               20  SMSP01O-P-UPDATED-TS  PIC X(26).
