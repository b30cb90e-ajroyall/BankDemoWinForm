000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CRESP01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DRESP01P - response-time measurement.    *
001010* 'S' starts the stopwatch on a call and 'E' stops it, naming   *
001020* the same program both times: a screen's own load (Bnn), a     *
001030* business-layer BBANKnnP or a data call it makes.  On 'E' the  *
001040* caller passes the error message the timed call handed back,   *
001050* spaces for success.  Nothing is written until the outermost   *
001060* call has stopped, so a unit of work rolled back underneath    *
001070* still leaves its timings behind.  'F' returns a day's         *
001080* percentile figures per function or per hour against the       *
001090* BNKPARM service-level targets; 'W' returns the day's slowest   *
001091* calls with the call path they were made on.                   *
001100*****************************************************************
001300   01  RESP01-DATA.
001400       10  RESP01I-DATA.
001500           15  RESP01I-FUNCTION          PIC X(1).
001600               88  RESP01I-START         VALUE 'S'.
001700               88  RESP01I-END           VALUE 'E'.
001800               88  RESP01I-FIGURES       VALUE 'F'.
001900               88  RESP01I-SLOWEST       VALUE 'W'.
002000           15  RESP01I-PROGRAM           PIC X(8).
002100           15  RESP01I-USERID            PIC X(5).
002200           15  RESP01I-WORKSTATION       PIC X(15).
002300           15  RESP01I-ERRMSG            PIC X(65).
      *          'F' and 'W' only - the day (spaces for today), the
      *          grouping, and whether the data calls count or only
      *          what a teller waits on (screens and business calls).
002400           15  RESP01I-DATE              PIC X(10).
002500           15  RESP01I-GROUP             PIC X(1).
002600               88  RESP01I-BY-FUNCTION   VALUE 'F'.
002700               88  RESP01I-BY-HOUR       VALUE 'H'.
002800           15  RESP01I-SCOPE             PIC X(1).
002900               88  RESP01I-TELLER-ONLY   VALUE 'T'.
003000               88  RESP01I-ALL-CALLS     VALUE 'A'.
003100       10  RESP01O-DATA.
003200           15  RESP01O-DATE              PIC X(10).
003300           15  RESP01O-ROW-COUNT         PIC S9(4) COMP.
003400           15  RESP01O-WARN-COUNT        PIC S9(4) COMP.
      *          Elapsed figures are milliseconds.  A row is in WARN
      *          when its 95th percentile is over its target.
003500           15  RESP01O-ROW               OCCURS 60 TIMES.
003600               20  RESP01O-KEY           PIC X(8).
003700               20  RESP01O-LAYER         PIC X(1).
003800               20  RESP01O-CALLS         PIC S9(7) COMP-3.
003900               20  RESP01O-ERRORS        PIC S9(7) COMP-3.
004000               20  RESP01O-P50           PIC S9(9) COMP-3.
004100               20  RESP01O-P90           PIC S9(9) COMP-3.
004200               20  RESP01O-P95           PIC S9(9) COMP-3.
004300               20  RESP01O-MAX           PIC S9(9) COMP-3.
004400               20  RESP01O-TARGET        PIC S9(9) COMP-3.
004500               20  RESP01O-OVER-TARGET   PIC S9(7) COMP-3.
004600               20  RESP01O-STATE         PIC X(1).
004700                   88  RESP01O-STATE-OK  VALUE 'O'.
004800                   88  RESP01O-STATE-WARN VALUE 'W'.
004900           15  RESP01O-SLOW-COUNT        PIC S9(4) COMP.
005000           15  RESP01O-SLOW              OCCURS 20 TIMES.
005100               20  RESP01O-S-START-TS    PIC X(26).
005200               20  RESP01O-S-FUNCTION    PIC X(8).
005300               20  RESP01O-S-PATH        PIC X(44).
005400               20  RESP01O-S-USERID      PIC X(5).
005500               20  RESP01O-S-WORKSTATION PIC X(15).
005600               20  RESP01O-S-ELAPSED     PIC S9(9) COMP-3.
005700               20  RESP01O-S-OUTCOME     PIC X(1).
005800               20  RESP01O-S-SQLCODE     PIC S9(5) COMP-3.
