000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CIDOC01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DIDOC01P - the identity-document         *
001010* register behind the B130 screen.  'A' records a document the  *
001020* caller has verified (a renewal supersedes the older document  *
001030* of the same type and takes the customer off the               *
001040* re-verification queue), 'W' withdraws one.  'L' lists a       *
001050* customer's documents; 'Q' lists the re-verification queue,   *
001060* the caller's branch or every branch.  'K' is asked before an  *
001070* account opens (DBANK14P) and before a transfer over the KYC   *
001080* threshold (BBANK50P): with no valid document on file the      *
001090* action is refused unless a supervisor overrides - the first  *
001091* call names the supervisor and sends them a step-up code, the  *
001092* second carries the code back.                                 *
001100*****************************************************************
001300   01  IDOC01-DATA.
001400       10  IDOC01I-DATA.
001500           15  IDOC01I-FUNCTION          PIC X(1).
001600               88  IDOC01I-ADD           VALUE 'A'.
001700               88  IDOC01I-WITHDRAW      VALUE 'W'.
001800               88  IDOC01I-LIST          VALUE 'L'.
001900               88  IDOC01I-QUEUE-LIST    VALUE 'Q'.
002000               88  IDOC01I-CHECK         VALUE 'K'.
002100           15  IDOC01I-USERID            PIC X(5).
      *        'K' - the program asking, carried on the override
      *        audit row.
002200           15  IDOC01I-SOURCE            PIC X(8).
002300           15  IDOC01I-PID               PIC X(5).
002400           15  IDOC01I-SEQ               PIC S9(3) COMP-3.
      *        PP passport, NI national identity card, DL driving
      *        licence, RP residence permit, OT other.
002500           15  IDOC01I-DOC-TYPE          PIC X(2).
002600           15  IDOC01I-DOC-NO            PIC X(20).
002700           15  IDOC01I-COUNTRY           PIC X(3).
002800           15  IDOC01I-ISSUE-DATE        PIC X(10).
002900           15  IDOC01I-EXPIRY-DATE       PIC X(10).
      *        O original seen in branch, C certified copy,
      *        E electronic check, V video call.
003000           15  IDOC01I-METHOD            PIC X(1).
      *        'W' - why the document is withdrawn.
003100           15  IDOC01I-REASON            PIC X(40).
      *        'Q' - 'A' every branch, else the caller's.
003200           15  IDOC01I-ALL-BRANCHES      PIC X(1).
      *        'K' - the supervisor overriding a missing document,
      *        and the one-time code sent to them.
003300           15  IDOC01I-SUPERVISOR        PIC X(5).
003400           15  IDOC01I-STEP-CODE         PIC X(6).
003500       10  IDOC01O-DATA.
003600           15  IDOC01O-VALID-SW          PIC X(1).
003700               88  IDOC01O-VALID         VALUE 'Y'.
003800           15  IDOC01O-OVERRIDE-SW       PIC X(1).
003900               88  IDOC01O-OVERRIDDEN    VALUE 'Y'.
004000           15  IDOC01O-STEPUP-SW         PIC X(1).
004100               88  IDOC01O-STEPUP-SENT   VALUE 'Y'.
004200           15  IDOC01O-NEW-SEQ           PIC S9(3) COMP-3.
004300           15  IDOC01O-ITEM-COUNT        PIC S9(4) COMP.
004400           15  IDOC01O-ITEM-ENTRY        OCCURS 20 TIMES.
004500               20  IDOC01O-PID           PIC X(5).
004600               20  IDOC01O-NAME          PIC X(25).
004700               20  IDOC01O-SEQ           PIC S9(3) COMP-3.
004800               20  IDOC01O-DOC-TYPE      PIC X(2).
004900               20  IDOC01O-DOC-NO        PIC X(20).
005000               20  IDOC01O-COUNTRY       PIC X(3).
005100               20  IDOC01O-ISSUE-DATE    PIC X(10).
005200               20  IDOC01O-EXPIRY-DATE   PIC X(10).
005300               20  IDOC01O-VERIFIED-BY   PIC X(5).
005400               20  IDOC01O-VERIFIED-DATE PIC X(10).
005500               20  IDOC01O-METHOD        PIC X(1).
005600               20  IDOC01O-STATUS        PIC X(1).
005700               20  IDOC01O-REVERIFY      PIC X(1).
005800               20  IDOC01O-QUEUED-DATE   PIC X(10).
      *        'Y' when the expiry date has passed.
005900               20  IDOC01O-EXPIRED       PIC X(1).
