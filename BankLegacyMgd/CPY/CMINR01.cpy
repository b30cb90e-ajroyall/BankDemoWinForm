000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CMINR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DMINR01P - is this a minor's account?    *
001010* 'A' answers for MINR01I-ACCNO (its owner's date of birth      *
001020* against the age of majority) and says whether MINR01I-PID,    *
001030* the customer about to act on it, is its guardian.  'P'        *
001040* answers for the customer MINR01I-PID alone.  The minor limits *
001050* come back filled only when the answer is yes.                 *
001100*****************************************************************
001300   01  MINR01-DATA.
001400       10  MINR01I-DATA.
001500           15  MINR01I-FUNCTION          PIC X(1).
001600               88  MINR01I-ACCOUNT       VALUE 'A'.
001700               88  MINR01I-PERSON        VALUE 'P'.
001800           15  MINR01I-ACCNO             PIC X(9).
001900           15  MINR01I-PID               PIC X(5).
002000       10  MINR01O-DATA.
002100           15  MINR01O-MINOR-SW          PIC X(1).
002200               88  MINR01O-IS-MINOR      VALUE 'Y'.
002300               88  MINR01O-NOT-MINOR     VALUE 'N'.
002400           15  MINR01O-GUARDIAN-SW       PIC X(1).
002500               88  MINR01O-IS-GUARDIAN   VALUE 'Y'.
002600           15  MINR01O-OWNER-PID         PIC X(5).
002700           15  MINR01O-DOB               PIC X(10).
      *        The day the owner comes of age - blank with no date of
      *        birth on file.
002800           15  MINR01O-MAJORITY-DATE     PIC X(10).
002900           15  MINR01O-ACCTYPE           PIC X(1).
      *        The adult product a minor's type converts into - blank
      *        on an ordinary type.
003000           15  MINR01O-ADULT-TYPE        PIC X(1).
      *        Per transfer, per day of transfers, per card item.
003100           15  MINR01O-XFER-LIMIT        PIC S9(7)V99 COMP-3.
003200           15  MINR01O-DAILY-LIMIT       PIC S9(7)V99 COMP-3.
003300           15  MINR01O-CARD-LIMIT        PIC S9(7)V99 COMP-3.
