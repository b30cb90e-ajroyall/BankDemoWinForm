000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CJRNL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DJRNL01P - the sequential posting        *
001010* journal.  'B' journals one balance change (DBANK04P legs,     *
001020* DBANK28P closing sweeps) with its before and after balance;   *
001030* 'T' journals one BNKTXN row as DBANK06P inserted it - the     *
001040* DCL image goes in JRNL01I-ROW.  'C', 'R' and 'D' mark the     *
001050* end of the unit of work those entries belong to - commit      *
001060* (DBANK17P), rollback (DBANK18P) or disconnect (DBANK99P).     *
001070* The unit of work the entry was put in comes back.             *
001100*****************************************************************
001300   01  JRNL01-DATA.
001400       10  JRNL01I-DATA.
001500           15  JRNL01I-FUNCTION          PIC X(1).
001600               88  JRNL01I-BALANCE       VALUE 'B'.
001700               88  JRNL01I-TXN           VALUE 'T'.
001800               88  JRNL01I-COMMIT        VALUE 'C'.
001900               88  JRNL01I-ROLLBACK      VALUE 'R'.
002000               88  JRNL01I-DISCONNECT    VALUE 'D'.
002100               88  JRNL01I-BOUNDARY      VALUE 'C' 'R' 'D'.
002200           15  JRNL01I-PROGRAM           PIC X(8).
002300           15  JRNL01I-ACCNO             PIC X(9).
002400           15  JRNL01I-PID               PIC X(5).
002500           15  JRNL01I-BEFORE-BAL        PIC S9(7)V99 COMP-3.
002600           15  JRNL01I-AFTER-BAL         PIC S9(7)V99 COMP-3.
002700           15  JRNL01I-ACCNO-NULL        PIC S9(4) COMP.
002800           15  JRNL01I-ROW               PIC X(600).
002900       10  JRNL01O-DATA.
003000           15  JRNL01O-UOW-ID            PIC X(20).
