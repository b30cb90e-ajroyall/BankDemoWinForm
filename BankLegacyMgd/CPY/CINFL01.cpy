000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CINFL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DINFL01P - the inbound file registry.    *
001010* 'C' is called by an inbound job before it posts anything: it  *
001020* names its source and file, and where its header record (if   *
001030* the interface has one) carries the file date and sequence     *
001040* number.  DINFL01P reads the file through, registers it and    *
001050* answers A accepted, R released (both go ahead and post), D    *
001060* duplicate or Q quarantined (neither posts).  'L' lists the    *
001070* quarantined and released files for the Inbound Files screen; *
001080* 'R' releases and 'X' purges a quarantined file - supervisor   *
001090* or admin BCS_ROLE, with a note, audited to BNKMADT.           *
001100*****************************************************************
001300   01  INFL01-DATA.
001400       10  INFL01I-DATA.
001500           15  INFL01I-FUNCTION          PIC X(1).
001600               88  INFL01I-CHECK-IN      VALUE 'C'.
001700               88  INFL01I-LIST          VALUE 'L'.
001800               88  INFL01I-RELEASE       VALUE 'R'.
001900               88  INFL01I-PURGE         VALUE 'X'.
002000           15  INFL01I-USERID            PIC X(5).
002100           15  INFL01I-SOURCE            PIC X(8).
002200           15  INFL01I-FILENAME          PIC X(75).
      *          The record type that marks a header line ('H') and
      *          the columns its YYYY-MM-DD file date and six-digit
      *          sequence number start in - SPACE/zero when the
      *          interface carries no header.
002300           15  INFL01I-HEADER-ID         PIC X(1).
002400           15  INFL01I-DATE-POS          PIC S9(4) COMP.
002500           15  INFL01I-SEQ-POS           PIC S9(4) COMP.
002600           15  INFL01I-REGNO             PIC S9(9) COMP-3.
002700           15  INFL01I-NOTE              PIC X(40).
002800       10  INFL01O-DATA.
002900           15  INFL01O-DECISION          PIC X(1).
003000               88  INFL01O-ACCEPTED      VALUE 'A'.
003100               88  INFL01O-RELEASED      VALUE 'R'.
003200               88  INFL01O-DUPLICATE     VALUE 'D'.
003300               88  INFL01O-QUARANTINED   VALUE 'Q'.
003400               88  INFL01O-GO-AHEAD      VALUE 'A' 'R'.
003500           15  INFL01O-REGNO             PIC S9(9) COMP-3.
003600           15  INFL01O-RECORDS           PIC S9(7) COMP-3.
003700           15  INFL01O-HASH              PIC X(20).
003800           15  INFL01O-REASON            PIC X(40).
003900           15  INFL01O-FILE-COUNT        PIC S9(4) COMP.
004000           15  INFL01O-FILE-ENTRY        OCCURS 20 TIMES.
004100               20  INFL01O-L-REGNO       PIC S9(9) COMP-3.
004200               20  INFL01O-L-SOURCE      PIC X(8).
004300               20  INFL01O-L-FILE-DATE   PIC X(10).
004400               20  INFL01O-L-FILE-SEQ    PIC S9(6) COMP-3.
004500               20  INFL01O-L-RECORDS     PIC S9(7) COMP-3.
004600               20  INFL01O-L-STATUS      PIC X(1).
004700               20  INFL01O-L-REASON      PIC X(40).
004800               20  INFL01O-L-RECEIVED-TS PIC X(26).
