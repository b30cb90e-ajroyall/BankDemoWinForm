000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CRPTS01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DRPTS01P - the batch report repository.  *
001010* 'S' stores a report: DBANK37P calls it as a run ends, naming  *
001020* the run (job and start timestamp), the file the report was    *
001030* written to and the class the job gave it.  'L' lists the      *
001040* stored reports by job and run-date range; 'V' returns one     *
001050* page of a report; 'X' exports it to a file and 'P' writes a   *
001060* reprint copy for the printer.  'L', 'V', 'X' and 'P' only     *
001070* ever show a user what their BCS_ROLE clears them for, and     *
001080* every 'V', 'X' and 'P' is audited to BNKMADT.                 *
001100*****************************************************************
001300   01  RPTS01-DATA.
001400       10  RPTS01I-DATA.
001500           15  RPTS01I-FUNCTION          PIC X(1).
001600               88  RPTS01I-STORE         VALUE 'S'.
001700               88  RPTS01I-LIST          VALUE 'L'.
001800               88  RPTS01I-VIEW          VALUE 'V'.
001900               88  RPTS01I-EXPORT        VALUE 'X'.
002000               88  RPTS01I-REPRINT       VALUE 'P'.
002100           15  RPTS01I-USERID            PIC X(5).
002200           15  RPTS01I-JOB               PIC X(8).
002300           15  RPTS01I-RUN-TS            PIC X(26).
      *          'S' - the report file.  'X' - where the export goes
      *          (spaces for the default under C:\BANK\DATA).
002400           15  RPTS01I-FILENAME          PIC X(75).
      *          'S' - G general, C confidential, R restricted; and
      *          S short, M medium, L long retention.  A BNKPARM
      *          RPTS<job> of 1, 2 or 3 overrides the sensitivity
      *          the job gives (G, C or R).
002500           15  RPTS01I-SENSITIVITY       PIC X(1).
002600           15  RPTS01I-RETENTION         PIC X(1).
002700           15  RPTS01I-FROM-DATE         PIC X(10).
002800           15  RPTS01I-TO-DATE           PIC X(10).
002900           15  RPTS01I-REPORT-ID         PIC S9(9) COMP-3.
003000           15  RPTS01I-PAGE              PIC S9(5) COMP-3.
003100       10  RPTS01O-DATA.
003200           15  RPTS01O-REPORT-ID         PIC S9(9) COMP-3.
003300           15  RPTS01O-JOB               PIC X(8).
003400           15  RPTS01O-RUN-TS            PIC X(26).
003500           15  RPTS01O-REPORT-NAME       PIC X(12).
003600           15  RPTS01O-PAGE-COUNT        PIC S9(5) COMP-3.
003700           15  RPTS01O-LINE-COUNT        PIC S9(7) COMP-3.
003800           15  RPTS01O-FILENAME          PIC X(75).
003900           15  RPTS01O-REPORT-COUNT      PIC S9(4) COMP.
004000           15  RPTS01O-REPORT-ENTRY      OCCURS 30 TIMES.
004100               20  RPTS01O-L-REPORT-ID   PIC S9(9) COMP-3.
004200               20  RPTS01O-L-JOB         PIC X(8).
004300               20  RPTS01O-L-RUN-TS      PIC X(26).
004400               20  RPTS01O-L-RUN-DATE    PIC X(10).
004500               20  RPTS01O-L-NAME        PIC X(12).
004600               20  RPTS01O-L-PAGES       PIC S9(5) COMP-3.
004700               20  RPTS01O-L-SENSITIVITY PIC X(1).
004800               20  RPTS01O-L-RETENTION   PIC X(1).
004900               20  RPTS01O-L-HELD        PIC X(1).
005000                   88  RPTS01O-L-ON-HOLD VALUE 'Y'.
      *          'V' - the page asked for, its lines as written.
005100           15  RPTS01O-PAGE              PIC S9(5) COMP-3.
005200           15  RPTS01O-PAGE-LINES        PIC S9(4) COMP.
005300           15  RPTS01O-LINE              OCCURS 60 TIMES
005400                                         PIC X(132).
