000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CSFED01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DSFED01P - the electronic statement feed *
001010* for one account.  'Q' returns the BNKSFEED subscription and   *
001020* the most recent BNKSFLOG deliveries.  'S' saves the           *
001030* subscription (format and delivery folder) and makes it        *
001040* active.  'X' suspends it.  'R' asks for the file of the       *
001050* given business date to be cut again on tonight's run.  Used   *
001060* by the Statement Feeds screen.                                *
001100*****************************************************************
001300   01  SFED01-DATA.
001400       10  SFED01I-DATA.
001500           15  SFED01I-FUNCTION          PIC X(1).
001600               88  SFED01I-QUERY         VALUE 'Q'.
001700               88  SFED01I-SAVE          VALUE 'S'.
001800               88  SFED01I-SUSPEND       VALUE 'X'.
001900               88  SFED01I-RESEND        VALUE 'R'.
002000           15  SFED01I-USERID            PIC X(5).
002100           15  SFED01I-ACCNO             PIC X(9).
      *          'C' camt.053 or 'M' MT940 - for 'S'.
002200           15  SFED01I-FORMAT            PIC X(1).
002300           15  SFED01I-DEST              PIC X(60).
      *          YYYY-MM-DD business date to resend - for 'R'.
002400           15  SFED01I-STMT-DATE         PIC X(10).
002500       10  SFED01O-DATA.
002600           15  SFED01O-PID               PIC X(5).
002700           15  SFED01O-FORMAT            PIC X(1).
002800           15  SFED01O-DEST              PIC X(60).
002900           15  SFED01O-STATUS            PIC X(1).
003000               88  SFED01O-ACTIVE        VALUE 'A'.
003100               88  SFED01O-SUSPENDED     VALUE 'S'.
003200           15  SFED01O-STMT-SEQ          PIC 9(5).
003300           15  SFED01O-LAST-DATE         PIC X(10).
      *          Newest first.
003400           15  SFED01O-LOG-COUNT         PIC S9(4) COMP.
003500           15  SFED01O-LOG-ENTRY         OCCURS 10 TIMES.
003600               20  SFED01O-LOG-DATE      PIC X(10).
003700               20  SFED01O-LOG-SEQ       PIC 9(5).
003800               20  SFED01O-LOG-FORMAT    PIC X(1).
003900               20  SFED01O-LOG-STATUS    PIC X(1).
004000               20  SFED01O-LOG-ENTRIES   PIC 9(5).
004100               20  SFED01O-LOG-SENDS     PIC 9(3).
004200               20  SFED01O-LOG-SENT-TS   PIC X(19).
004300               20  SFED01O-LOG-FILE      PIC X(75).
