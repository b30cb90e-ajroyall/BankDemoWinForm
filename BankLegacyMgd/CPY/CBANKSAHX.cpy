               88 DCL-ACH-IS-JOINT           VALUE 'J'.
               88 DCL-ACH-IS-SIGNER          VALUE 'S'.
               88 DCL-ACH-IS-VIEW-ONLY       VALUE 'V'.
               88 DCL-ACH-IS-GUARDIAN        VALUE 'G'.
      *    Per-transaction ceiling for a capped signer - zero means
      *    no cap.
           03 DCL-ACH-LIMIT                  PIC S9(5)V99 COMP-3.
