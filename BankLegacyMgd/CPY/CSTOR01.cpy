001020* adds one (to one of our accounts, or - with a routing plus    *
001030* external account - to a beneficiary at another bank, which    *
001040* DBANK16P then sends out on the wire path), 'X' cancels one.   *
001050* A biller code plus the customer's reference pays a            *
001060* registered biller instead, on the DBILL01P bill-payment path. *
001100*****************************************************************
001300   01  STOR01-DATA.
001400       10  STOR01I-DATA.
002100           15  STOR01I-TO-ACC            PIC X(9).
002200           15  STOR01I-EXT-ROUTING       PIC X(9).
002300           15  STOR01I-EXT-ACC           PIC X(17).
                 15  STOR01I-BILLER            PIC X(8).
                 15  STOR01I-BILL-REF          PIC X(20).
002400           15  STOR01I-AMOUNT            PIC S9(7)V99 COMP-3.
002500           15  STOR01I-FREQUENCY         PIC X(1).
002600           15  STOR01I-FIRST-RUN-DTE     PIC X(10).
003100               20  STOR01O-TO-ACC        PIC X(9).
003200               20  STOR01O-EXT-ROUTING   PIC X(9).
003300               20  STOR01O-EXT-ACC       PIC X(17).
                     20  STOR01O-BILLER        PIC X(8).
                     20  STOR01O-BILL-REF      PIC X(20).
003400               20  STOR01O-AMOUNT        PIC S9(7)V99 COMP-3.
003500               20  STOR01O-FREQUENCY     PIC X(1).
003600               20  STOR01O-NEXT-RUN-DTE  PIC X(10).
