001700         88  DCL-ALR-BAL-ABOVE            VALUE 'H'.
001800         88  DCL-ALR-CREDIT-OVER          VALUE 'C'.
001900         88  DCL-ALR-DEBIT-OVER           VALUE 'D'.
      *        The day's money out, this debit included, passing the
      *        threshold - read from the BNKACTC activity counters.
001950         88  DCL-ALR-DAILY-SPEND          VALUE 'S'.
002000     03  DCL-ALR-THRESHOLD                PIC S9(7)V99 COMP-3.
002100     03  DCL-ALR-STATUS                   PIC X(1).
002200         88  DCL-ALR-ACTIVE               VALUE 'A'.
