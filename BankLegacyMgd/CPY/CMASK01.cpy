000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CMASK01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DMASK01P - the one masking service for   *
001010* personal identifiers.  Kinds: 'S' BCS_SIN, 'T' BCS_TEL,       *
001020* 'E' BCS_EMAIL, 'C' CRD_NUMBER.  'M' masks every value for     *
001030* display - digits show only the last four, an e-mail keeps     *
001040* its first letter and domain.  'U' is a screen asking for the  *
001050* clear values: granted only to the compliance and security     *
001060* BCS_ROLEs and only with a reason, and logged to BNKUNMSK      *
001070* either way.  'B' is a batch output: MASK01I-ENTITLED lists    *
001080* the kinds its recipient may have in clear, the rest mask.     *
001100*****************************************************************
001300   01  MASK01-DATA.
001400       10  MASK01I-DATA.
001500           15  MASK01I-FUNCTION          PIC X(1).
001600               88  MASK01I-MASK          VALUE 'M'.
001700               88  MASK01I-UNMASK        VALUE 'U'.
001800               88  MASK01I-BATCH         VALUE 'B'.
001900           15  MASK01I-USERID            PIC X(5).
002000           15  MASK01I-PID               PIC X(5).
002100           15  MASK01I-SOURCE            PIC X(8).
002200           15  MASK01I-ENTITLED          PIC X(4).
002300           15  MASK01I-REASON            PIC X(60).
002400           15  MASK01I-COUNT             PIC S9(4) COMP.
002500           15  MASK01I-ITEM              OCCURS 20 TIMES.
002600               20  MASK01I-KIND          PIC X(1).
002700                   88  MASK01I-SIN       VALUE 'S'.
002800                   88  MASK01I-TEL       VALUE 'T'.
002900                   88  MASK01I-EMAIL     VALUE 'E'.
003000                   88  MASK01I-CARD      VALUE 'C'.
003100               20  MASK01I-VALUE         PIC X(30).
003200       10  MASK01O-DATA.
003300           15  MASK01O-CLEAR-SW          PIC X(1).
003400               88  MASK01O-CLEAR         VALUE 'Y'.
003500           15  MASK01O-VALUE             PIC X(30)
003600                                         OCCURS 20 TIMES.
