000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CLOAN11.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DLOAN11P - the BNKLNAPP loan application *
001010* register behind the B131 screen and the B71 origination.      *
001020* 'N' takes an application on a saved quote (or hands back the  *
001030* open one already taken on it); 'U' records DLOAN07P's         *
001040* underwriting outcome; 'D' is an officer's coded decline, 'W'  *
001050* the applicant withdrawing, 'F' the funding, 'M' an adverse-   *
001060* action notice posted by mail.  'L' lists a customer's         *
001070* applications, or the open pipeline - the caller's branch or   *
001080* every branch; 'O' lists declines whose notice is not yet out; *
001090* 'H' the status history of one application.                    *
001100*****************************************************************
001300   01  LOAN11-DATA.
001400       10  LOAN11I-DATA.
001500           15  LOAN11I-FUNCTION          PIC X(1).
001600               88  LOAN11I-NEW           VALUE 'N'.
001700               88  LOAN11I-UNDERWRITTEN  VALUE 'U'.
001800               88  LOAN11I-DECLINE       VALUE 'D'.
001900               88  LOAN11I-WITHDRAW      VALUE 'W'.
002000               88  LOAN11I-FUNDED        VALUE 'F'.
002100               88  LOAN11I-MAILED        VALUE 'M'.
002200               88  LOAN11I-LIST          VALUE 'L'.
002300               88  LOAN11I-NOTICE-LIST   VALUE 'O'.
002400               88  LOAN11I-HISTORY       VALUE 'H'.
002500           15  LOAN11I-USERID            PIC X(5).
002600           15  LOAN11I-PID               PIC X(5).
002700           15  LOAN11I-APP-NO            PIC 9(9).
002800           15  LOAN11I-QUOTE-TS          PIC X(26).
      *        'N' - PL personal, AU auto, HI home improvement,
      *        DC debt consolidation, ED education, OT other;
      *        spaces take PL.
002900           15  LOAN11I-PRODUCT           PIC X(2).
003000           15  LOAN11I-INCOME            PIC S9(7)V99 COMP-3.
003100           15  LOAN11I-OBLIGATIONS       PIC S9(7)V99 COMP-3.
      *        'U' - LOAN07O-DECISION and ratio as DLOAN07P gave them,
      *        and the supervisor who released a referral.
003200           15  LOAN11I-UW-DECISION       PIC X(1).
003300           15  LOAN11I-DSR-PCT           PIC S9(3)V99 COMP-3.
003400           15  LOAN11I-SUPERVISOR        PIC X(5).
      *        'D' - DS debt service, CO collateral, BR bureau,
      *        IN income not verified, ID identity, EM employment,
      *        EX exposure limit, IC incomplete, OT other.
003500           15  LOAN11I-REASON            PIC X(2).
003600           15  LOAN11I-NOTE              PIC X(40).
      *        'F' - the loan account the funding opened.
003700           15  LOAN11I-LOAN-ACC          PIC X(9).
      *        'L' - blank customer lists the open pipeline; 'A'
      *        every branch, else the caller's.
003800           15  LOAN11I-ALL-BRANCHES      PIC X(1).
003900       10  LOAN11O-DATA.
004000           15  LOAN11O-APP-NO            PIC 9(9).
004100           15  LOAN11O-STATUS            PIC X(1).
      *        'Y' when a decline's notice went out by e-mail; 'N'
      *        leaves it on the notice list for the branch to post.
004200           15  LOAN11O-NOTICE-SW         PIC X(1).
004300               88  LOAN11O-NOTICE-SENT   VALUE 'Y'.
004400           15  LOAN11O-ITEM-COUNT        PIC S9(4) COMP.
004500           15  LOAN11O-ITEM-ENTRY        OCCURS 20 TIMES.
004600               20  LOAN11O-I-APP-NO      PIC 9(9).
004700               20  LOAN11O-I-PID         PIC X(5).
004800               20  LOAN11O-I-NAME        PIC X(25).
004900               20  LOAN11O-I-PRODUCT     PIC X(2).
005000               20  LOAN11O-I-BRANCH      PIC X(3).
005100               20  LOAN11O-I-PRINCIPAL   PIC S9(7)V99 COMP-3.
005200               20  LOAN11O-I-TERM        PIC S9(5) COMP-3.
005300               20  LOAN11O-I-DSR-PCT     PIC S9(3)V99 COMP-3.
005400               20  LOAN11O-I-STATUS      PIC X(1).
005500               20  LOAN11O-I-APPLIED     PIC X(10).
005600               20  LOAN11O-I-DECISION-BY PIC X(5).
005700               20  LOAN11O-I-DECIDED     PIC X(10).
005800               20  LOAN11O-I-REASON      PIC X(2).
005900               20  LOAN11O-I-NOTICE-DUE  PIC X(10).
006000               20  LOAN11O-I-NOTICE-DATE PIC X(10).
006100               20  LOAN11O-I-NOTICE-HOW  PIC X(1).
006200               20  LOAN11O-I-LOAN-ACC    PIC X(9).
006300           15  LOAN11O-HIST-COUNT        PIC S9(4) COMP.
006400           15  LOAN11O-HIST-ENTRY        OCCURS 20 TIMES.
006500               20  LOAN11O-H-SEQ         PIC S9(3) COMP-3.
006600               20  LOAN11O-H-STATUS      PIC X(1).
006700               20  LOAN11O-H-OFFICER     PIC X(5).
006800               20  LOAN11O-H-REASON      PIC X(2).
006900               20  LOAN11O-H-NOTE        PIC X(40).
007000               20  LOAN11O-H-TS          PIC X(26).
