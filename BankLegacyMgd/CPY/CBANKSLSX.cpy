001500     03  DCL-LNS-INTEREST                 PIC S9(6)V99 COMP-3.
001600     03  DCL-LNS-PRINCIPAL                PIC S9(6)V99 COMP-3.
001700     03  DCL-LNS-BALANCE                  PIC S9(7)V99 COMP-3.
      *    How far the collections have paid this period - blank is
      *    untouched, 'P' part-paid, 'F' fully paid, 'S' taken off
      *    the books by an early settlement.  DLOAN09P applies every
      *    collection to the oldest period not yet fully paid,
      *    interest first, and is the only writer of these columns.
           03  DCL-LNS-STATUS                   PIC X(1).
               88  DCL-LNS-UNPAID               VALUE ' '.
               88  DCL-LNS-PART-PAID            VALUE 'P'.
               88  DCL-LNS-FULLY-PAID           VALUE 'F'.
               88  DCL-LNS-SETTLED              VALUE 'S'.
           03  DCL-LNS-INT-PAID                 PIC S9(6)V99 COMP-3.
           03  DCL-LNS-PRIN-PAID                PIC S9(6)V99 COMP-3.
           03  DCL-LNS-PAID-DATE                PIC X(10).
001800     03  DCL-LNS-FILLER                   PIC X(10).
