000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CESCR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DESCR01P - mortgage escrow behind the    *
001010* B103 screen and the batch.  'Q' returns a loan's escrow       *
001020* position and disbursement schedule; 'S' sets up escrow or     *
001030* changes the monthly amount (repricing the loan's collection   *
001040* order to match); 'A' adds a payee item, 'U' changes one's     *
001050* amount or due date, 'D' retires one.  'C' is DBANK16P taking  *
001060* the escrow share out of an instalment; 'R' is DWIRE02P        *
001070* handing back a cancelled disbursement wire.  Maintenance is   *
001080* audited to BNKMADT via DBANK74P.                              *
001100*****************************************************************
001300   01  ESCR01-DATA.
001400       10  ESCR01I-DATA.
001500           15  ESCR01I-FUNCTION          PIC X(1).
001600               88  ESCR01I-QUERY         VALUE 'Q'.
001700               88  ESCR01I-SET-MONTHLY   VALUE 'S'.
001800               88  ESCR01I-ADD-ITEM      VALUE 'A'.
001900               88  ESCR01I-UPDATE-ITEM   VALUE 'U'.
002000               88  ESCR01I-RETIRE-ITEM   VALUE 'D'.
002100               88  ESCR01I-COLLECT       VALUE 'C'.
002200               88  ESCR01I-RETURN        VALUE 'R'.
002300           15  ESCR01I-USERID            PIC X(5).
002400           15  ESCR01I-LOAN-ACC          PIC X(9).
      *          The monthly amount ('S'), the item amount ('A'/'U'),
      *          the instalment being collected ('C') or the wire
      *          amount coming back ('R').
002500           15  ESCR01I-AMOUNT            PIC S9(7)V99 COMP-3.
002600           15  ESCR01I-SEQ               PIC S9(3) COMP-3.
002700           15  ESCR01I-ITEM-TYPE         PIC X(1).
002800               88  ESCR01I-PROPERTY-TAX  VALUE 'T'.
002900               88  ESCR01I-INSURANCE     VALUE 'I'.
003000           15  ESCR01I-PAYEE             PIC X(30).
003100           15  ESCR01I-ROUTING           PIC X(9).
003200           15  ESCR01I-EXT-ACC           PIC X(17).
003300           15  ESCR01I-FREQ-MONTHS       PIC S9(2) COMP-3.
003400           15  ESCR01I-DUE-DATE          PIC X(10).
      *          The instalment's transfer reference ('C') or the
      *          cancelled wire's reference ('R').
003500           15  ESCR01I-REF               PIC X(21).
003600       10  ESCR01O-DATA.
003700           15  ESCR01O-ACTIVE-SW         PIC X(1).
003800               88  ESCR01O-ACTIVE        VALUE 'Y'.
003900           15  ESCR01O-BALANCE           PIC S9(7)V99 COMP-3.
004000           15  ESCR01O-MONTHLY           PIC S9(7)V99 COMP-3.
004100           15  ESCR01O-COLLECTED         PIC S9(7)V99 COMP-3.
      *          'R' only - set when the wire was an escrow payment
      *          and its amount has gone back into the escrow.
004150           15  ESCR01O-RETURNED-SW       PIC X(1).
004160               88  ESCR01O-RETURNED      VALUE 'Y'.
004200           15  ESCR01O-LAST-ANALYSIS     PIC X(10).
004300           15  ESCR01O-NEXT-ANALYSIS     PIC X(10).
004400           15  ESCR01O-SHORTAGE          PIC S9(7)V99 COMP-3.
004500           15  ESCR01O-NEW-SEQ           PIC S9(3) COMP-3.
004600           15  ESCR01O-ITEM-COUNT        PIC S9(4) COMP.
004700           15  ESCR01O-ITEM-ENTRY        OCCURS 20 TIMES.
004800               20  ESCR01O-SEQ           PIC S9(3) COMP-3.
004900               20  ESCR01O-TYPE          PIC X(1).
005000               20  ESCR01O-PAYEE         PIC X(30).
005100               20  ESCR01O-AMOUNT        PIC S9(7)V99 COMP-3.
005200               20  ESCR01O-FREQ-MONTHS   PIC S9(2) COMP-3.
005300               20  ESCR01O-NEXT-DUE      PIC X(10).
005400               20  ESCR01O-LAST-PAID     PIC X(10).
