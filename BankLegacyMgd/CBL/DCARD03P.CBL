002600*              a refusal re-debits the provisional credit and   *
002700*              closes declined.  Either way the settlement      *
002800*              reference lands in DSP_NOTES.                    *
      *              A won case takes back the card rewards points the*
      *              disputed debit earned (DRWRD01P) - through the   *
      *              DBANK06P reversals where a provisional credit was*
      *              given, directly where none was.                  *
002900*              SQL version - standalone batch step, connects    *
003000*              and disconnects itself.                          *
003100*****************************************************************

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CRWRD01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).

           EXEC SQL
                SELECT DSP_PID, DSP_ACCNO, DSP_AMOUNT,
                       DSP_PROV_CREDIT, DSP_XFER_REF
                  INTO :DCL-DSP-PID, :DCL-DSP-ACCNO,
                       :DCL-DSP-AMOUNT, :DCL-DSP-PROV-CREDIT,
                       :DCL-DSP-XFER-REF
                  FROM BNKDSPT
                 WHERE DSP_CREATED_TS = :DCL-DSP-CREATED-TS
                   AND DSP_STATUS     = 'C'
      *-----------------------------------------------------------------
      * The winning recovery pair - only when a provisional credit
      * was actually given; a case without one needs no posting at
      * all, the network's money is simply the bank's.  The card
      * rewards points the disputed debit earned come back either
      * way - the DBANK06P reversals take them when there is a
      * posting, DRWRD01P is told directly when there is not.
      *-----------------------------------------------------------------
       P440-POST-RECOVERY.
           IF NOT DCL-DSP-PROV-GIVEN
               PERFORM P442-REVERSE-REWARDS
               GO TO POST-RECOVERY-EXIT
           END-IF.

       REDEBIT-PROVISIONAL-EXIT.
           EXIT.

       P442-REVERSE-REWARDS.
           MOVE SPACES           TO RWRD01-DATA.
           MOVE ZERO             TO RWRD01I-AMOUNT RWRD01I-POINTS
                                    RWRD01I-RATE.
           SET RWRD01I-REVERSE   TO TRUE.
           MOVE DCL-DSP-XFER-REF TO RWRD01I-REF.
           MOVE DCL-DSP-AMOUNT   TO RWRD01I-AMOUNT.

           CALL 'DRWRD01P' USING BY REFERENCE RWRD01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

       P445-READ-BALANCE.
           MOVE DCL-DSP-ACCNO TO DCL-BAC-ACCNO.

