000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  COCLR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DOCLR01P - deposited third-party cheques *
001010* behind the B129 screen.  'C' captures one cheque the teller   *
001020* has taken in: the drawer bank's routing number, the drawer's  *
001030* account, the cheque number and the amount - the account is   *
001040* credited, a hold placed until OCLR01O-HOLD-RELEASE and the    *
001050* item registered for the nightly outward clearing file as      *
001060* OCLR01O-ITEM-NO.  'L' lists the items on an account, or a     *
001070* branch's items (every branch when blank) optionally of one    *
001080* status, newest first.                                         *
001100*****************************************************************
001300   01  OCLR01-DATA.
001400       10  OCLR01I-DATA.
001500           15  OCLR01I-FUNCTION          PIC X(1).
001600               88  OCLR01I-CAPTURE       VALUE 'C'.
001700               88  OCLR01I-LIST          VALUE 'L'.
001800           15  OCLR01I-USERID            PIC X(5).
001900           15  OCLR01I-ACCNO             PIC X(9).
002000           15  OCLR01I-BRANCH            PIC X(3).
002100           15  OCLR01I-STATUS            PIC X(1).
002200           15  OCLR01I-ROUTING           PIC X(9).
002300           15  OCLR01I-DRAWER-ACC        PIC X(17).
002400           15  OCLR01I-CHQ-NO            PIC X(6).
002500           15  OCLR01I-AMOUNT            PIC S9(7)V99 COMP-3.
002600       10  OCLR01O-DATA.
002700           15  OCLR01O-ITEM-NO           PIC S9(9) COMP-3.
002800           15  OCLR01O-HOLD-RELEASE      PIC X(10).
002900           15  OCLR01O-ITEM-COUNT        PIC S9(4) COMP.
003000           15  OCLR01O-ITEM-ENTRY        OCCURS 20 TIMES.
003100               20  OCLR01O-E-ITEM-NO     PIC S9(9) COMP-3.
003200               20  OCLR01O-ACCNO         PIC X(9).
003300               20  OCLR01O-BRANCH        PIC X(3).
003400               20  OCLR01O-ROUTING       PIC X(9).
003500               20  OCLR01O-CHQ-NO        PIC S9(6) COMP-3.
003600               20  OCLR01O-AMOUNT        PIC S9(7)V99 COMP-3.
003700               20  OCLR01O-STATUS        PIC X(1).
003800               20  OCLR01O-CAPTURE-DTE   PIC X(10).
003900               20  OCLR01O-SENT-DTE      PIC X(10).
004000               20  OCLR01O-SETTLED-DTE   PIC X(10).
004100               20  OCLR01O-RETURN-REASON PIC X(3).
004200               20  OCLR01O-FEE           PIC S9(3)V99 COMP-3.
004300               20  OCLR01O-HOLD-ACTION   PIC X(1).
