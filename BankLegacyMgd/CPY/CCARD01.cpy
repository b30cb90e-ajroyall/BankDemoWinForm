001010* behind the B78 screen.  'L' lists a customer's cards (all     *
001020* cards when the PID is blank), 'A' issues one, 'S' moves the   *
001030* lifecycle (activate, hot-card, close).  Every action is       *
001040* audited to BNKMADT via DBANK74P.  'R' asks for a reissue of  *
001050* a hot card, cut by the DCARD04P renewal run.                  *
001100*****************************************************************
001300   01  CARD01-DATA.
001400       10  CARD01I-DATA.
001600               88  CARD01I-LIST          VALUE 'L'.
001700               88  CARD01I-ISSUE         VALUE 'A'.
001800               88  CARD01I-SET-STATUS    VALUE 'S'.
               88  CARD01I-REISSUE       VALUE 'R'.
001900           15  CARD01I-USERID            PIC X(5).
002000           15  CARD01I-PID               PIC X(5).
002100           15  CARD01I-NUMBER            PIC X(16).
003100               20  CARD01O-STATUS        PIC X(1).
003200               20  CARD01O-ISSUE-DATE    PIC X(10).
003300               20  CARD01O-EXPIRY-DATE   PIC X(10).
               20  CARD01O-REPLACES      PIC X(16).
               20  CARD01O-REISSUE       PIC X(1).
