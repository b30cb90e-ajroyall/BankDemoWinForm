001400     03  DCL-PAY-NICKNAME                 PIC X(20).
001500     03  DCL-PAY-ACCNO                    PIC X(9).
001600     03  DCL-PAY-LAST-USED                PIC X(26).
           03  DCL-PAY-BILLER                   PIC X(8).
           03  DCL-PAY-BILL-REF                 PIC X(20).
001700     03  DCL-PAY-FILLER                   PIC X(20).
001800
001900 01  DCLPAYEE-NULL.
