000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CWPAK01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DWPAK01P - the welcome pack.  'B' builds *
001010* the pack for an account just opened, in the opening's unit of *
001020* work: the terms are recorded on BNKWPACK with the disclosure  *
001030* version, and the pack is queued to the customer's e-mail      *
001040* (BNKMAILQ, worded by DBANK32P) or left for the nightly        *
001050* WELCPACK print.  'Q' reads back what an account's pack        *
001060* disclosed, worded section by section in the pack's language   *
001070* the way the e-mail and the printed pack both set it out.      *
001100*****************************************************************
001300   01  WPAK01-DATA.
001400       10  WPAK01I-DATA.
001500           15  WPAK01I-FUNCTION          PIC X(1).
001600               88  WPAK01I-BUILD         VALUE 'B'.
001700               88  WPAK01I-QUERY         VALUE 'Q'.
001800           15  WPAK01I-USERID            PIC X(5).
001900           15  WPAK01I-ACCNO             PIC X(9).
002000       10  WPAK01O-DATA.
002100           15  WPAK01O-FOUND             PIC X(1).
002200               88  WPAK01O-ON-FILE       VALUE 'Y'.
002300           15  WPAK01O-VERSION           PIC X(20).
002400           15  WPAK01O-DELIVERY          PIC X(1).
002500               88  WPAK01O-BY-EMAIL      VALUE 'E'.
002600               88  WPAK01O-BY-POST       VALUE 'P'.
002700           15  WPAK01O-STATUS            PIC X(1).
002800           15  WPAK01O-PRODUCT           PIC X(15).
002900           15  WPAK01O-RATE              PIC S9(2)V999 COMP-3.
003000           15  WPAK01O-RATE-EFF          PIC X(10).
003100           15  WPAK01O-SPREAD            PIC S9(2)V999 COMP-3.
003200           15  WPAK01O-MIN-BAL           PIC S9(7)V99 COMP-3.
003300           15  WPAK01O-OD-LIMIT          PIC S9(7)V99 COMP-3.
003400           15  WPAK01O-FEE-BANDS         PIC X(100).
003500           15  WPAK01O-TD-TERM           PIC S9(3) COMP-3.
003600           15  WPAK01O-TD-MATURITY       PIC X(10).
003700           15  WPAK01O-TD-RATE           PIC S9(2)V999 COMP-3.
003800           15  WPAK01O-TD-ROLLOVER       PIC X(1).
003900           15  WPAK01O-CREATED-TS        PIC X(26).
      *          The pack worded - the first section's heading is the
      *          greeting, each heading from BNKNTMPL.
004000           15  WPAK01O-LINE-COUNT        PIC S9(4) COMP.
004100           15  WPAK01O-LINE              OCCURS 6 TIMES.
004200               20  WPAK01O-HEADING       PIC X(75).
004300               20  WPAK01O-TEXT          PIC X(100).
