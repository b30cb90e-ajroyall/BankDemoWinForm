000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CGUAR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DGUAR01P - the loan guarantor register   *
001010* behind the B126 screen and the B72 worklist.  'L' lists a     *
001020* loan's guarantors (or the guarantees a customer has given     *
001030* when only the PID is entered), 'A' registers a guarantor,     *
001040* 'D' releases one, 'C' calls a guarantee for the loan's        *
001050* debt up to its cover, 'R' posts money recovered from the      *
001060* guarantor against the loan, 'N' tells every guarantor not     *
001070* yet told that the loan has fallen into serious arrears        *
001080* (DLOAN01P's aging), 'G' totals the contingent liability of    *
001090* the guarantees a customer has given (B28 Customer-360).       *
001100*****************************************************************
001300   01  GUAR01-DATA.
001400       10  GUAR01I-DATA.
001500           15  GUAR01I-FUNCTION          PIC X(1).
001600               88  GUAR01I-LIST          VALUE 'L'.
001700               88  GUAR01I-ADD           VALUE 'A'.
001800               88  GUAR01I-RELEASE       VALUE 'D'.
001900               88  GUAR01I-CALL          VALUE 'C'.
002000               88  GUAR01I-RECOVER       VALUE 'R'.
002100               88  GUAR01I-NOTIFY        VALUE 'N'.
002200               88  GUAR01I-CONTINGENT    VALUE 'G'.
002300           15  GUAR01I-USERID            PIC X(5).
002400           15  GUAR01I-LOAN-ACC          PIC X(9).
      *        Zero on a call from the B72 worklist - every guarantee
      *        live on the loan is called.
002500           15  GUAR01I-SEQ               PIC S9(3) COMP-3.
002600           15  GUAR01I-PID               PIC X(5).
002700           15  GUAR01I-NAME              PIC X(30).
002800           15  GUAR01I-EMAIL             PIC X(30).
      *        The guaranteed amount on 'A'; the money received on
      *        'R'; the arrears the notice quotes on 'N'.
002900           15  GUAR01I-AMOUNT            PIC S9(7)V99 COMP-3.
003000           15  GUAR01I-PCT               PIC S9(3)V99 COMP-3.
003100           15  GUAR01I-SIGNED-DATE       PIC X(10).
003200           15  GUAR01I-EXPIRY            PIC X(10).
003300       10  GUAR01O-DATA.
003400           15  GUAR01O-ITEM-COUNT        PIC S9(4) COMP.
003500           15  GUAR01O-NEW-SEQ           PIC S9(3) COMP-3.
003600           15  GUAR01O-DEMAND            PIC S9(9)V99 COMP-3.
003700           15  GUAR01O-CONTINGENT        PIC S9(9)V99 COMP-3.
003800           15  GUAR01O-CALLED-OWED       PIC S9(9)V99 COMP-3.
003900           15  GUAR01O-ITEM-ENTRY        OCCURS 20 TIMES.
004000               20  GUAR01O-LOAN-ACC      PIC X(9).
004100               20  GUAR01O-SEQ           PIC S9(3) COMP-3.
004200               20  GUAR01O-PID           PIC X(5).
004300               20  GUAR01O-NAME          PIC X(30).
004400               20  GUAR01O-EMAIL         PIC X(30).
004500               20  GUAR01O-AMOUNT        PIC S9(7)V99 COMP-3.
004600               20  GUAR01O-PCT           PIC S9(3)V99 COMP-3.
004700               20  GUAR01O-SIGNED-DATE   PIC X(10).
004800               20  GUAR01O-EXPIRY        PIC X(10).
004900               20  GUAR01O-STATUS        PIC X(1).
005000               20  GUAR01O-NOTIFIED-DATE PIC X(10).
005100               20  GUAR01O-CALL-AMT      PIC S9(7)V99 COMP-3.
005200               20  GUAR01O-RECOVERED     PIC S9(7)V99 COMP-3.
005300               20  GUAR01O-UPDATED-BY    PIC X(5).
