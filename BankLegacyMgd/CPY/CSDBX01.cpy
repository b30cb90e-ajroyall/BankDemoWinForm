000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CSDBX01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DSDBX01P - the safe-deposit box register *
001010* behind the B136 screen.  'I' lists one branch's boxes; 'B'    *
001020* adds a box and 'S' takes one out of service ('O') or back     *
001030* ('A').  'N' opens a rental agreement on an available box for  *
001040* a renter, with the account the rent is debited from and the   *
001050* renter's key; 'H' adds a holder - another renter or an        *
001060* authorised accessor - and 'X' removes one by sequence.  'L'   *
001070* shows an agreement with its holders, latest visits and any    *
001080* drilling.  'V' logs a visit - admitted only for a live holder *
001090* with a key issued for the box and a verified signature, and   *
001091* logged either way.  'C' closes an agreement once the keys are *
001092* back.  'D' records the drilling of a box scheduled for it,    *
001093* 'R' releases the held contents to a renter, and 'E' turns     *
001094* them over as unclaimed property for DBANK71P.                 *
001100*****************************************************************
001300   01  SDBX01-DATA.
001400       10  SDBX01I-DATA.
001500           15  SDBX01I-FUNCTION          PIC X(1).
001600               88  SDBX01I-INVENTORY     VALUE 'I'.
001700               88  SDBX01I-ADD-BOX       VALUE 'B'.
001800               88  SDBX01I-BOX-STATUS    VALUE 'S'.
001900               88  SDBX01I-OPEN          VALUE 'N'.
002000               88  SDBX01I-ADD-HOLDER    VALUE 'H'.
002100               88  SDBX01I-REMOVE-HOLDER VALUE 'X'.
002200               88  SDBX01I-LIST          VALUE 'L'.
002300               88  SDBX01I-VISIT         VALUE 'V'.
002400               88  SDBX01I-CLOSE         VALUE 'C'.
002500               88  SDBX01I-DRILL         VALUE 'D'.
002600               88  SDBX01I-RELEASE       VALUE 'R'.
002700               88  SDBX01I-ESCHEAT       VALUE 'E'.
002800           15  SDBX01I-USERID            PIC X(5).
002900           15  SDBX01I-BRANCH            PIC X(3).
003000           15  SDBX01I-BOX-NO            PIC X(6).
003100           15  SDBX01I-SIZE              PIC X(1).
003200           15  SDBX01I-BOX-STATUS-TO     PIC X(1).
      *        Zero with a branch and box finds the box's agreement.
003300           15  SDBX01I-AGREEMENT         PIC 9(8).
      *        The renter ('N'), the holder ('H'), the visitor ('V')
      *        or the renter the contents go to ('R').
003400           15  SDBX01I-PID               PIC X(5).
003500           15  SDBX01I-NAME              PIC X(30).
003600           15  SDBX01I-ROLE              PIC X(1).
003700           15  SDBX01I-KEY-NO            PIC X(8).
003800           15  SDBX01I-SEQ               PIC 9(3).
003900           15  SDBX01I-ACCNO             PIC X(9).
004000           15  SDBX01I-SIG-VERIFIED      PIC X(1).
004100           15  SDBX01I-WITNESS           PIC X(5).
004200           15  SDBX01I-SEAL-NO           PIC X(12).
004300           15  SDBX01I-CASH              PIC S9(7)V99 COMP-3.
      *        The inventory of a drilled box ('D').
004400           15  SDBX01I-NOTES             PIC X(200).
004500       10  SDBX01O-DATA.
004600           15  SDBX01O-AGREEMENT         PIC 9(8).
      *        'Y' when 'V' turns the visitor away (the refusal is
      *        logged and the reason is in the good message) or 'E'
      *        finds nothing held to turn over.
004700           15  SDBX01O-REJECT-SW         PIC X(1).
004800               88  SDBX01O-REJECTED      VALUE 'Y'.
004900           15  SDBX01O-AGR-STATUS        PIC X(1).
005000           15  SDBX01O-AGR-BRANCH        PIC X(3).
005100           15  SDBX01O-AGR-BOX-NO        PIC X(6).
005200           15  SDBX01O-AGR-SIZE          PIC X(1).
005300           15  SDBX01O-AGR-ACCNO         PIC X(9).
005400           15  SDBX01O-START-DTE         PIC X(10).
005500           15  SDBX01O-NEXT-DUE-DTE      PIC X(10).
005600           15  SDBX01O-PAID-TO-DTE       PIC X(10).
005700           15  SDBX01O-LAST-RENT         PIC S9(5)V99 COMP-3.
005800           15  SDBX01O-FAIL-COUNT        PIC S9(3) COMP-3.
005900           15  SDBX01O-DRILL-STATUS      PIC X(1).
006000           15  SDBX01O-DRILL-SCHED-DTE   PIC X(10).
006100           15  SDBX01O-DRILLED-DTE       PIC X(10).
006200           15  SDBX01O-SEAL-NO           PIC X(12).
006300           15  SDBX01O-ARREARS           PIC S9(5)V99 COMP-3.
006400           15  SDBX01O-CASH              PIC S9(7)V99 COMP-3.
006500           15  SDBX01O-INVENTORY         PIC X(200).
006600           15  SDBX01O-BOX-COUNT         PIC S9(4) COMP.
006700           15  SDBX01O-BOX-ENTRY         OCCURS 50 TIMES.
006800               20  SDBX01O-B-BOX-NO      PIC X(6).
006900               20  SDBX01O-B-SIZE        PIC X(1).
007000               20  SDBX01O-B-STATUS      PIC X(1).
007100               20  SDBX01O-B-AGREEMENT   PIC 9(8).
007200               20  SDBX01O-B-ACCNO       PIC X(9).
007300               20  SDBX01O-B-AGR-STATUS  PIC X(1).
007400               20  SDBX01O-B-NEXT-DUE    PIC X(10).
007500           15  SDBX01O-HOLDER-COUNT      PIC S9(4) COMP.
007600           15  SDBX01O-HOLDER-ENTRY      OCCURS 10 TIMES.
007700               20  SDBX01O-H-SEQ         PIC 9(3).
007800               20  SDBX01O-H-PID         PIC X(5).
007900               20  SDBX01O-H-NAME        PIC X(30).
008000               20  SDBX01O-H-ROLE        PIC X(1).
008100               20  SDBX01O-H-KEY-NO      PIC X(8).
008200               20  SDBX01O-H-STATUS      PIC X(1).
008300           15  SDBX01O-VISIT-COUNT       PIC S9(4) COMP.
008400           15  SDBX01O-VISIT-ENTRY       OCCURS 20 TIMES.
008500               20  SDBX01O-V-TS          PIC X(26).
008600               20  SDBX01O-V-NAME        PIC X(30).
008700               20  SDBX01O-V-KEY-NO      PIC X(8).
008800               20  SDBX01O-V-SIG         PIC X(1).
008900               20  SDBX01O-V-RESULT      PIC X(1).
009000               20  SDBX01O-V-REASON      PIC X(30).
009100               20  SDBX01O-V-BY          PIC X(5).
