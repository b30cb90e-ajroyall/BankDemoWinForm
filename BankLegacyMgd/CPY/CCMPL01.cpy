000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CCMPL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DCMPL01P - the complaints register       *
001010* behind the B115 screen.  'O' opens a complaint and starts     *
001020* the regulatory clock; 'K' records the acknowledgement; 'F'   *
001030* records the final response (outcome, root cause, redress)     *
001040* and queues the final-response letter; 'L' lists one          *
001050* customer's complaints, or every one still open when no PID    *
001060* is given, the nearest final-response deadline first.         *
001100*****************************************************************
001300   01  CMPL01-DATA.
001400       10  CMPL01I-DATA.
001500           15  CMPL01I-FUNCTION          PIC X(1).
001600               88  CMPL01I-OPEN          VALUE 'O'.
001700               88  CMPL01I-ACKNOWLEDGE   VALUE 'K'.
001800               88  CMPL01I-FINAL         VALUE 'F'.
001900               88  CMPL01I-LIST          VALUE 'L'.
002000           15  CMPL01I-USERID            PIC X(5).
002100           15  CMPL01I-NO                PIC 9(7).
002200           15  CMPL01I-PID               PIC X(5).
002300           15  CMPL01I-ACCNO             PIC X(9).
      *        SV service, FE fees and charges, ST staff conduct,
      *        CM letters and communication, PR product, OT other.
002400           15  CMPL01I-CATEGORY          PIC X(2).
      *        CA current account, SA savings, LN lending, CD cards,
      *        PY payments, OT other.
002500           15  CMPL01I-PRODUCT           PIC X(2).
      *        Blank takes the customer's home branch.
002600           15  CMPL01I-BRANCH            PIC X(3).
002700           15  CMPL01I-SUMMARY           PIC X(60).
      *        Blank means received today.
002800           15  CMPL01I-RECEIVED-DTE      PIC X(10).
      *        'F' - U upheld, P partly upheld, R rejected.
002900           15  CMPL01I-OUTCOME           PIC X(1).
      *        'F' - PRC process, SYS systems, STF staff, POL policy,
      *        TPY third party, NFD no fault found.
003000           15  CMPL01I-ROOT-CAUSE        PIC X(3).
003100           15  CMPL01I-REDRESS           PIC S9(7)V99 COMP-3.
      *        The account redress is credited to - blank records
      *        redress paid some other way (cheque, cash).
003200           15  CMPL01I-REDRESS-ACC       PIC X(9).
003300       10  CMPL01O-DATA.
003400           15  CMPL01O-NO                PIC 9(7).
003500           15  CMPL01O-ACK-DUE           PIC X(10).
003600           15  CMPL01O-FINAL-DUE         PIC X(10).
003700           15  CMPL01O-CMPL-COUNT        PIC S9(4) COMP.
003800           15  CMPL01O-CMPL-ENTRY        OCCURS 30 TIMES.
003900               20  CMPL01O-C-NO          PIC 9(7).
004000               20  CMPL01O-C-PID         PIC X(5).
004100               20  CMPL01O-C-CATEGORY    PIC X(2).
004200               20  CMPL01O-C-PRODUCT     PIC X(2).
004300               20  CMPL01O-C-STATUS      PIC X(1).
004400               20  CMPL01O-C-RECEIVED    PIC X(10).
004500               20  CMPL01O-C-ACK-DUE     PIC X(10).
004600               20  CMPL01O-C-ACK-DTE     PIC X(10).
004700               20  CMPL01O-C-FINAL-DUE   PIC X(10).
004800               20  CMPL01O-C-FINAL-DTE   PIC X(10).
004900               20  CMPL01O-C-OUTCOME     PIC X(1).
005000               20  CMPL01O-C-REDRESS     PIC S9(7)V99 COMP-3.
005100               20  CMPL01O-C-ESCALATED   PIC X(1).
005200               20  CMPL01O-C-SUMMARY     PIC X(60).
