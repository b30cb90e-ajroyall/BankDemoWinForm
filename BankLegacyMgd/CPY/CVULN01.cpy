000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CVULN01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DVULN01P - vulnerable-customer markers   *
001010* behind the B127 screen.  'A' records a marker, 'C' changes    *
001020* its instructions, consent or review date, 'R' removes it and  *
001030* 'V' confirms at review that it is still accurate.  'Q' shows  *
001040* the live markers on a customer (or on the owner and holders   *
001050* of an account) and is audited as a view - the Customer-360,  *
001060* transfer and teller cash screens ask it.  'D' lists markers   *
001070* due for review, the caller's own or every owner's.  'K' is    *
001080* asked by BBANK50P and DBANK55P before money leaves a marked   *
001090* customer's account: a large amount, a new payee or a first   *
001095* payment to an outside account comes back to be held.          *
001100*****************************************************************
001300   01  VULN01-DATA.
001400       10  VULN01I-DATA.
001500           15  VULN01I-FUNCTION          PIC X(1).
001600               88  VULN01I-ADD           VALUE 'A'.
001700               88  VULN01I-CHANGE        VALUE 'C'.
001800               88  VULN01I-REMOVE        VALUE 'R'.
001900               88  VULN01I-REVIEW        VALUE 'V'.
002000               88  VULN01I-QUERY         VALUE 'Q'.
002100               88  VULN01I-DUE-LIST      VALUE 'D'.
002200               88  VULN01I-CHECK         VALUE 'K'.
002300           15  VULN01I-USERID            PIC X(5).
      *        The screen asking - carried on the view audit row.
002400           15  VULN01I-SOURCE            PIC X(8).
002500           15  VULN01I-PID               PIC X(5).
      *        'Q' - an account instead of a PID; 'K' - the account
      *        the money leaves.
002600           15  VULN01I-ACCNO             PIC X(9).
002700           15  VULN01I-SEQ               PIC S9(3) COMP-3.
      *        EP elderly or under pressure, BR recently bereaved,
      *        CI cognitive impairment, HL health or disability,
      *        FD financial difficulty, OT other.
002800           15  VULN01I-CATEGORY          PIC X(2).
002900           15  VULN01I-INSTRUCTIONS      PIC X(120).
      *        Y consented, N declined, U unable to consent.
003000           15  VULN01I-CONSENT           PIC X(1).
003100           15  VULN01I-REVIEW-DATE       PIC X(10).
      *        'D' - 'A' every owner's markers, else the caller's.
003200           15  VULN01I-ALL-OWNERS        PIC X(1).
      *        'K' - C cash withdrawal, T transfer to one of our
      *        accounts, E external (wire) transfer, B bill payment.
003300           15  VULN01I-KIND              PIC X(1).
003400               88  VULN01I-CASH          VALUE 'C'.
003500               88  VULN01I-TRANSFER      VALUE 'T'.
003600               88  VULN01I-EXTERNAL      VALUE 'E'.
003700               88  VULN01I-BILL          VALUE 'B'.
003800           15  VULN01I-AMOUNT            PIC S9(7)V99 COMP-3.
003900           15  VULN01I-TO-ACC            PIC X(9).
004000           15  VULN01I-EXT-ROUTING       PIC X(9).
004100           15  VULN01I-EXT-ACC           PIC X(17).
004200           15  VULN01I-BILLER            PIC X(8).
004300           15  VULN01I-BILL-REF          PIC X(20).
004400       10  VULN01O-DATA.
004500           15  VULN01O-MARKED-SW         PIC X(1).
004600               88  VULN01O-MARKED        VALUE 'Y'.
004700           15  VULN01O-HOLD-SW           PIC X(1).
004800               88  VULN01O-HOLD          VALUE 'Y'.
004900           15  VULN01O-HOLD-REASON       PIC X(30).
      *        'Q' - one line for a screen's banner: the categories
      *        and the first marker's instructions.
005000           15  VULN01O-BANNER            PIC X(150).
005100           15  VULN01O-NEW-SEQ           PIC S9(3) COMP-3.
005200           15  VULN01O-ITEM-COUNT        PIC S9(4) COMP.
005300           15  VULN01O-ITEM-ENTRY        OCCURS 20 TIMES.
005400               20  VULN01O-PID           PIC X(5).
005500               20  VULN01O-NAME          PIC X(25).
005600               20  VULN01O-SEQ           PIC S9(3) COMP-3.
005700               20  VULN01O-CATEGORY      PIC X(2).
005800               20  VULN01O-INSTRUCTIONS  PIC X(120).
005900               20  VULN01O-CONSENT       PIC X(1).
006000               20  VULN01O-REVIEW-DATE   PIC X(10).
006100               20  VULN01O-RECORDED-BY   PIC X(5).
006200               20  VULN01O-RECORDED-DATE PIC X(10).
006300               20  VULN01O-REVIEWED-BY   PIC X(5).
006400               20  VULN01O-REVIEWED-DATE PIC X(10).
      *        'Y' when the review date has come.
006500               20  VULN01O-DUE           PIC X(1).
