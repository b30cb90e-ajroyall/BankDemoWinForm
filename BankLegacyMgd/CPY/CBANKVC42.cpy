001010* 'L' lists a customer's payees (most recently used first);     *
001020* 'A' adds one (check-digit validated); 'D' deletes one; 'U'    *
001030* touches the last-used timestamp when a transfer goes to it.   *
001040* A payee with a biller code is a registered biller under the   *
001050* customer's own reference - its account is the biller's        *
001060* remittance account, filled in by DBANK42P.                    *
001100*****************************************************************
001300   01  CD42-DATA.
001400       10  CD42I-DATA.
002000           15  CD42I-PERSON-PID          PIC X(5).
002100           15  CD42I-NICKNAME            PIC X(20).
002200           15  CD42I-ACCNO               PIC X(9).
                 15  CD42I-BILLER              PIC X(8).
                 15  CD42I-BILL-REF            PIC X(20).
002300       10  CD42O-DATA.
002400           15  CD42O-PAYEE-COUNT         PIC S9(4) COMP.
002500           15  CD42O-PAYEE-ENTRY         OCCURS 20 TIMES.
002600               20  CD42O-NICKNAME        PIC X(20).
002700               20  CD42O-ACCNO           PIC X(9).
002800               20  CD42O-LAST-USED       PIC X(26).
                     20  CD42O-BILLER          PIC X(8).
                     20  CD42O-BILL-REF        PIC X(20).
