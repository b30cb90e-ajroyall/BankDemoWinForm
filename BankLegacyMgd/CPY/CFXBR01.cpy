000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CFXBR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DFXBR01P - the foreign banknote bureau.  *
001010* 'R' quotes the cash rates for a currency: the DBANK30P rate   *
001020* less the BNKPARM FXBUY<ccy> margin (percent) when the bank    *
001030* buys notes, plus FXSELL<ccy> when it sells them.  'B' and     *
001040* 'S' deal at that rate for the teller: notes into or out of    *
001050* the teller's currency position, the local side in cash over   *
001060* the counter or on the customer's account, and the margin      *
001070* journalled to its own income line.  'O' opens, 'C' closes     *
001080* (counted, variance handed back) and 'Q' lists a holder's      *
001090* currency positions; 'A' moves a position by a signed amount.  *
001091* DBANK55P (drawer) and DVLT01P (vault) pass their foreign      *
001092* currency functions through here.                              *
001100*****************************************************************
001300   01  FXBR01-DATA.
001400       10  FXBR01I-DATA.
001500           15  FXBR01I-FUNCTION          PIC X(1).
001600               88  FXBR01I-QUOTE         VALUE 'R'.
001700               88  FXBR01I-BUY           VALUE 'B'.
001800               88  FXBR01I-SELL          VALUE 'S'.
001900               88  FXBR01I-OPEN          VALUE 'O'.
002000               88  FXBR01I-CLOSE         VALUE 'C'.
002100               88  FXBR01I-ADJUST        VALUE 'A'.
002200               88  FXBR01I-POSITIONS     VALUE 'Q'.
      *          The signed-on user - the teller on a deal.
002300           15  FXBR01I-USERID            PIC X(5).
      *          'D' a teller drawer (holder = teller id), 'V' the
      *          branch vault (holder = branch).  Deals are always
      *          against the dealing teller's own drawer.
002400           15  FXBR01I-HOLDER-TYPE       PIC X(1).
002500               88  FXBR01I-DRAWER        VALUE 'D'.
002600               88  FXBR01I-VAULT         VALUE 'V'.
002700           15  FXBR01I-HOLDER            PIC X(5).
002800           15  FXBR01I-CURRENCY          PIC X(3).
      *          Notes in the currency's own units - the deal amount,
      *          the opening float, the counted close or the signed
      *          adjustment.
002900           15  FXBR01I-FX-AMOUNT         PIC S9(9)V99 COMP-3.
003000           15  FXBR01I-SETTLE            PIC X(1).
003100               88  FXBR01I-SETTLE-CASH   VALUE 'C'.
003200               88  FXBR01I-SETTLE-ACCOUNT VALUE 'A'.
003300           15  FXBR01I-ACCNO             PIC X(9).
003400       10  FXBR01O-DATA.
003500           15  FXBR01O-MID-RATE          PIC S9(4)V9(4) COMP-3.
003600           15  FXBR01O-BUY-RATE          PIC S9(4)V9(4) COMP-3.
003700           15  FXBR01O-SELL-RATE         PIC S9(4)V9(4) COMP-3.
003800           15  FXBR01O-LOCAL-AMT         PIC S9(9)V99 COMP-3.
003900           15  FXBR01O-MARGIN-AMT        PIC S9(7)V99 COMP-3.
004000           15  FXBR01O-REF               PIC X(21).
004100           15  FXBR01O-OPEN-AMT          PIC S9(9)V99 COMP-3.
004200           15  FXBR01O-MOVEMENT-TOT      PIC S9(9)V99 COMP-3.
004300           15  FXBR01O-EXPECTED-AMT      PIC S9(9)V99 COMP-3.
004400           15  FXBR01O-VARIANCE          PIC S9(9)V99 COMP-3.
004500           15  FXBR01O-POS-COUNT         PIC S9(4) COMP.
004600           15  FXBR01O-POS-ENTRY         OCCURS 20 TIMES.
004700               20  FXBR01O-P-CURRENCY    PIC X(3).
004800               20  FXBR01O-P-STATUS      PIC X(1).
004900               20  FXBR01O-P-OPEN-AMT    PIC S9(9)V99 COMP-3.
005000               20  FXBR01O-P-MOVEMENT    PIC S9(9)V99 COMP-3.
005100               20  FXBR01O-P-EXPECTED    PIC S9(9)V99 COMP-3.
005200               20  FXBR01O-P-COUNTED     PIC S9(9)V99 COMP-3.
