002400*              DBANK04P/DBANK06P posting path (principal as a   *
002500*              transfer to the loan, the per-diem interest as   *
002600*              a single-leg interest charge), clears the        *
002700*              remaining BNKLNSCH periods (settled through      *
002710*              DLOAN09P, which holds the loan's tracked         *
002720*              outstanding the quote is built on) and the       *
002800*              monthly collection order, and closes the loan    *
002900*              account through the BBANK51P closure flow.       *
003000*              BBANK51P settles the unit of work, so the whole  *
003100*              settlement commits or rolls back together.       *
003200*              SQL version                                      *
003300*****************************************************************
           05  WS-LOAN-NEW-BAL                   PIC S9(7)V99 COMP-3.
           05  WS-CLOSE-ERRMSG                   PIC X(65).
           05  WS-CLOSE-GOODMSG                  PIC X(65).
           05  WS-SETTLE-XFER-REF                PIC X(21).
      *-----------------------------------------------------------------
      * Day arithmetic on the 30/360 day-serial convention, built in
      * COBOL the way DBANK26P builds its dormancy cutoff - the
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC28.
           COPY CLOAN09.

           EXEC SQL
                BEGIN DECLARE SECTION

           COMPUTE LOAN04O-OUTSTANDING = DCL-BAC-BALANCE * -1.

      *-----------------------------------------------------------------
      * The principal still owed comes off the loan's payment-
      * application position when it has one - less any credit
      * already sitting on the loan.  A loan never collected since
      * that came in keeps the account-balance figure above.
      *-----------------------------------------------------------------
           MOVE SPACES           TO LOAN09-DATA.
           SET LOAN09I-QUERY     TO TRUE.
           MOVE LOAN04I-USERID   TO LOAN09I-USERID.
           MOVE LOAN04I-LOAN-ACC TO LOAN09I-LOAN-ACC.
           MOVE ZERO             TO LOAN09I-AMOUNT LOAN09I-SETTLE-INT.

           CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO BUILD-QUOTE-EXIT
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

           IF LOAN09O-TRACKED
               COMPUTE LOAN04O-OUTSTANDING =
                   LOAN09O-PRIN-OUTSTANDING - LOAN09O-UNAPPLIED
           END-IF.

           IF LOAN04O-OUTSTANDING IS NOT GREATER THAN ZERO
               MOVE 'Loan has no outstanding balance to settle'
                 TO BANK-ERRMSG

      *-----------------------------------------------------------------
      * The schedule position, for the quote display - how many
      * periods the early settlement takes off the books.  The
      * position knows exactly; an untracked loan is counted by
      * the balance test.
      *-----------------------------------------------------------------
           IF LOAN09O-TRACKED
               MOVE LOAN09O-PERIODS-LEFT TO LOAN04O-PERIODS-LEFT
               GO TO BUILD-QUOTE-EXIT
           END-IF.

           MOVE LOAN04I-LOAN-ACC TO DCL-LNS-LOAN-ACC.
           MOVE ZERO             TO WS-PERIODS-LEFT.

               GO TO POST-SETTLEMENT-EXIT
           END-IF.

           MOVE CD06O-XFER-REF TO WS-SETTLE-XFER-REF.

      *-----------------------------------------------------------------
      * Leg two: the per-diem interest, charged to the deposit
      * account single-leg the way DBANK13P posts accrual interest -

      *-----------------------------------------------------------------
      * The schedule and the monthly collection die with the loan.
      * The remaining periods are settled through DLOAN09P rather
      * than deleted, so the loan's payment history survives with
      * the payoff recorded against it.
      *-----------------------------------------------------------------
           MOVE SPACES              TO LOAN09-DATA.
           SET LOAN09I-SETTLE       TO TRUE.
           SET LOAN09I-FROM-PAYOFF  TO TRUE.
           MOVE LOAN04I-USERID      TO LOAN09I-USERID.
           MOVE LOAN04I-LOAN-ACC    TO LOAN09I-LOAN-ACC.
           MOVE LOAN04O-OUTSTANDING TO LOAN09I-AMOUNT.
           MOVE LOAN04O-ACCRUED-INT TO LOAN09I-SETTLE-INT.
           MOVE WS-SETTLE-XFER-REF  TO LOAN09I-XFER-REF.

           CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-SETTLEMENT-EXIT
           END-IF.

           MOVE LOAN04I-LOAN-ACC TO DCL-STO-TO-ACC.

           MOVE LOAN04I-LOAN-ACC   TO CD28I-FROM-ACC.
           MOVE ZERO               TO CD28I-FROM-CUR-BAL.
           MOVE SPACES             TO CD28I-TO-ACC.
           SET CD28I-CLOSE-REPAID  TO TRUE.

           CALL 'BBANK51P' USING BY REFERENCE CD28-DATA
                                 BY REFERENCE WS-CLOSE-ERRMSG
