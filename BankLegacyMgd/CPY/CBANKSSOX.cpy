      *    on the DBANK43P wire path instead of an internal credit.
002230     03  DCL-STO-EXT-ROUTING              PIC X(9).
002240     03  DCL-STO-EXT-ACC                  PIC X(17).
      *    A non-blank biller makes it a bill payment - DBANK16P
      *    posts the debit leg and queues the payment to the
      *    registered biller under the customer's reference.
           03  DCL-STO-BILLER                   PIC X(8).
           03  DCL-STO-BILL-REF                 PIC X(20).
002300     03  DCL-STO-FILLER                   PIC X(20).
