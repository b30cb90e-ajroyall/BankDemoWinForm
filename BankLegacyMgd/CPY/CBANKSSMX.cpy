001720         88  DCL-SMT-PAPER                VALUE 'P'.
001730         88  DCL-SMT-EMAILED              VALUE 'E'.
001740         88  DCL-SMT-BOUNCED              VALUE 'B'.
      *        Paper held - the customer's address is flagged
      *        undeliverable; released to paper when it changes.
001750         88  DCL-SMT-HELD                 VALUE 'H'.
001800     03  DCL-SMT-FILLER                   PIC X(10).
