000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CRWRD01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DRWRD01P - the card rewards points       *
001010* ledger.  'E' earns on a card debit (DBANK46P) of             *
001020* RWRD01I-AMOUNT in RWRD01I-CATEGORY under RWRD01I-REF.  'V'    *
001030* reverses the points earned under RWRD01I-REF for a reversal   *
001040* of RWRD01I-AMOUNT - a credit back takes points away, a        *
001050* re-debit gives them back (DBANK06P, DCARD03P).  'Q' lists a   *
001060* holder's ledger and the earn table for the B124 screen; 'S'   *
001070* summarises the holder's points since RWRD01I-FROM-DATE for    *
001080* the statement run; 'R' redeems RWRD01I-POINTS as a cash       *
001090* credit to RWRD01I-ACCNO; 'T' sets the earn rate for a         *
001091* category (supervisor or administrator); 'X' expires the       *
001092* holder's lapsed points (DRWRD02P month end).                  *
001100*****************************************************************
001300   01  RWRD01-DATA.
001400       10  RWRD01I-DATA.
001500           15  RWRD01I-FUNCTION          PIC X(1).
001600               88  RWRD01I-EARN          VALUE 'E'.
001700               88  RWRD01I-REVERSE       VALUE 'V'.
001800               88  RWRD01I-QUERY         VALUE 'Q'.
001900               88  RWRD01I-SUMMARY       VALUE 'S'.
002000               88  RWRD01I-REDEEM        VALUE 'R'.
002100               88  RWRD01I-SET-RATE      VALUE 'T'.
002200               88  RWRD01I-EXPIRE        VALUE 'X'.
002300           15  RWRD01I-USERID            PIC X(5).
002400           15  RWRD01I-PID               PIC X(5).
002500           15  RWRD01I-ACCNO             PIC X(9).
002600           15  RWRD01I-REF               PIC X(21).
002700           15  RWRD01I-CATEGORY          PIC X(1).
002800           15  RWRD01I-AMOUNT            PIC S9(7)V99 COMP-3.
002900           15  RWRD01I-POINTS            PIC S9(9) COMP-3.
003000           15  RWRD01I-RATE              PIC S9(3)V99 COMP-3.
003100           15  RWRD01I-FROM-DATE         PIC X(10).
003200       10  RWRD01O-DATA.
003300           15  RWRD01O-NAME              PIC X(25).
003400           15  RWRD01O-LEDGER-SW         PIC X(1).
003500               88  RWRD01O-HAS-LEDGER    VALUE 'Y'.
003600           15  RWRD01O-POINTS            PIC S9(9) COMP-3.
003700           15  RWRD01O-BALANCE           PIC S9(9) COMP-3.
003800           15  RWRD01O-VALUE             PIC S9(7)V99 COMP-3.
003900           15  RWRD01O-OPENING           PIC S9(9) COMP-3.
004000           15  RWRD01O-EARNED            PIC S9(9) COMP-3.
004100           15  RWRD01O-REVERSED          PIC S9(9) COMP-3.
004200           15  RWRD01O-REDEEMED          PIC S9(9) COMP-3.
004300           15  RWRD01O-EXPIRED           PIC S9(9) COMP-3.
004400           15  RWRD01O-NEXT-EXPIRY       PIC X(10).
004500           15  RWRD01O-NEXT-EXP-PTS      PIC S9(9) COMP-3.
004600           15  RWRD01O-ENT-COUNT         PIC S9(4) COMP.
004700           15  RWRD01O-ENTRY             OCCURS 20 TIMES.
004800               20  RWRD01O-E-DATE        PIC X(10).
004900               20  RWRD01O-E-ENTRY       PIC X(1).
005000               20  RWRD01O-E-POINTS      PIC S9(9) COMP-3.
005100               20  RWRD01O-E-OPEN        PIC S9(9) COMP-3.
005200               20  RWRD01O-E-ACCNO       PIC X(9).
005300               20  RWRD01O-E-REF         PIC X(21).
005400               20  RWRD01O-E-AMOUNT      PIC S9(7)V99 COMP-3.
005500               20  RWRD01O-E-EXPIRY      PIC X(10).
005600           15  RWRD01O-RATE-COUNT        PIC S9(4) COMP.
005700           15  RWRD01O-RATE-ENTRY        OCCURS 20 TIMES.
005800               20  RWRD01O-R-CATEGORY    PIC X(1).
005900               20  RWRD01O-R-RATE        PIC S9(3)V99 COMP-3.
006000               20  RWRD01O-R-UPDATED-BY  PIC X(5).
