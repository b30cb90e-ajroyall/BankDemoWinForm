000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBILL01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DBILL01P - registered billers and bill   *
001010* payments.  'L' lists the active billers (the picklists on     *
001020* the transfer, payee and standing-order screens); 'V' checks   *
001030* a customer reference against the biller's BLR_REF_MASK and    *
001040* BLR_REF_CHECK rule and hands back the biller's name and       *
001050* remittance account; 'Q' validates the same way and queues     *
001060* the BNKBILLP row for a payment whose debit has just posted;   *
001070* 'A' adds or changes a biller and 'X' retires one (the B113    *
001080* maintenance screen).                                          *
001100*****************************************************************
001300   01  BILL01-DATA.
001400       10  BILL01I-DATA.
001500           15  BILL01I-FUNCTION          PIC X(1).
001600               88  BILL01I-LIST          VALUE 'L'.
001700               88  BILL01I-VALIDATE      VALUE 'V'.
001800               88  BILL01I-QUEUE         VALUE 'Q'.
001900               88  BILL01I-SAVE          VALUE 'A'.
002000               88  BILL01I-RETIRE        VALUE 'X'.
002100           15  BILL01I-USERID            PIC X(5).
002200           15  BILL01I-CODE              PIC X(8).
002300           15  BILL01I-CUST-REF          PIC X(20).
      *        'Q' - the payment itself.
002400           15  BILL01I-PID               PIC X(5).
002500           15  BILL01I-FROM-ACC          PIC X(9).
002600           15  BILL01I-AMOUNT            PIC S9(7)V99 COMP-3.
      *        'A' - the biller's details.
002700           15  BILL01I-NAME              PIC X(30).
002800           15  BILL01I-REMIT-ACC         PIC X(9).
002900           15  BILL01I-REF-MASK          PIC X(20).
003000           15  BILL01I-REF-CHECK         PIC X(1).
003100       10  BILL01O-DATA.
003200           15  BILL01O-NAME              PIC X(30).
003300           15  BILL01O-REMIT-ACC         PIC X(9).
003400           15  BILL01O-REF               PIC X(21).
003500           15  BILL01O-BILLER-COUNT      PIC S9(4) COMP.
003600           15  BILL01O-BILLER-ENTRY      OCCURS 30 TIMES.
003700               20  BILL01O-B-CODE        PIC X(8).
003800               20  BILL01O-B-NAME        PIC X(30).
003900               20  BILL01O-B-REMIT-ACC   PIC X(9).
004000               20  BILL01O-B-REF-MASK    PIC X(20).
004100               20  BILL01O-B-REF-CHECK   PIC X(1).
