      *        approval - verified by DSTEP01P before the item can
      *        move to approved.
                 15  CD59I-STEP-CODE           PIC X(6).
      *        A bill payment's registered biller and the customer's
      *        reference with it.
                 15  CD59I-BILLER              PIC X(8).
                 15  CD59I-BILL-REF            PIC X(20).
003200       10  CD59O-DATA.
003300           15  CD59O-PID                 PIC X(5).
003400           15  CD59O-FROM-ACC            PIC X(9).
003700           15  CD59O-EFF-DATE            PIC X(10).
003800           15  CD59O-EXT-ROUTING         PIC X(9).
003900           15  CD59O-EXT-ACC             PIC X(17).
                 15  CD59O-BILLER              PIC X(8).
                 15  CD59O-BILL-REF            PIC X(20).
004000           15  CD59O-FROM-BAL            PIC S9(7)V99 COMP-3.
004100           15  CD59O-FROM-CURR           PIC X(3).
004200           15  CD59O-TO-BAL              PIC S9(7)V99 COMP-3.
