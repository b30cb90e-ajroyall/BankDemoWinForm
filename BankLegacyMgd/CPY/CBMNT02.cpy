000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBMNT02.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DBMNT02P - the second-officer gate on    *
001010* bulk maintenance.  'L' lists the instruction files on the     *
001020* BNKBMNT register that are not finished with - failed preview, *
001030* waiting for approval, approved, or part-executed.  'A'        *
001040* approves a previewed file for DBMNT01P to execute and 'J'     *
001050* rejects it - supervisor or admin BCS_ROLE, never the officer  *
001060* who submitted it, with a note, audited to BNKMADT.            *
001100*****************************************************************
001300   01  BMNT02-DATA.
001400       10  BMNT02I-DATA.
001500           15  BMNT02I-FUNCTION          PIC X(1).
001600               88  BMNT02I-LIST          VALUE 'L'.
001700               88  BMNT02I-APPROVE       VALUE 'A'.
001800               88  BMNT02I-REJECT        VALUE 'J'.
001900           15  BMNT02I-USERID            PIC X(5).
002000           15  BMNT02I-BATCH-ID          PIC X(8).
002100           15  BMNT02I-NOTE              PIC X(40).
002200       10  BMNT02O-DATA.
002300           15  BMNT02O-BATCH-COUNT       PIC S9(4) COMP.
002400           15  BMNT02O-BATCH-ENTRY       OCCURS 20 TIMES.
002500               20  BMNT02O-L-BATCH-ID    PIC X(8).
002600               20  BMNT02O-L-FILE-DATE   PIC X(10).
002700               20  BMNT02O-L-SUBMITTED-BY
002800                                         PIC X(5).
002900               20  BMNT02O-L-LINES       PIC S9(7) COMP-3.
003000               20  BMNT02O-L-REJECTED    PIC S9(7) COMP-3.
003100               20  BMNT02O-L-STATUS      PIC X(1).
003200               20  BMNT02O-L-DONE-LINE   PIC S9(7) COMP-3.
003300               20  BMNT02O-L-DECIDED-BY  PIC X(5).
003400               20  BMNT02O-L-PREVIEW-TS  PIC X(26).
