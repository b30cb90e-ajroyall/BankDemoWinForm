002100*              cancels it and reverses the customer's debit     *
002200*              leg through the normal DBANK04P/DBANK06P         *
002300*              posting path.                                    *
      *              A cancelled escrow disbursement goes back on the *
      *              loan's escrow through DESCR01P instead.          *
002400*              SQL version                                      *
002500*****************************************************************

       01  WS-BDATE-GOODMSG                      PIC X(65).

           COPY CBANKVC91.
           COPY CESCR01.

       LINKAGE SECTION.
       COPY CWIRE02.
               GO TO CANCEL-AND-REVERSE-EXIT
           END-IF.

      *    A mortgage escrow disbursement never debited the customer -
      *    DESCR01P puts it back on the loan's escrow balance and makes
      *    the bill due again, and there is no debit to reverse.
           MOVE SPACES          TO ESCR01-DATA.
           SET ESCR01I-RETURN   TO TRUE.
           MOVE WIRE02I-USERID  TO ESCR01I-USERID.
           MOVE DCL-WIR-ACCNO   TO ESCR01I-LOAN-ACC.
           MOVE DCL-WIR-AMOUNT  TO ESCR01I-AMOUNT.
           MOVE DCL-WIR-REF     TO ESCR01I-REF.

           CALL 'DESCR01P' USING BY REFERENCE ESCR01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CANCEL-AND-REVERSE-EXIT
           END-IF.

           IF ESCR01O-RETURNED
               GO TO P350-MARK-CANCELLED
           END-IF.

           MOVE DCL-WIR-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
               GO TO CANCEL-AND-REVERSE-EXIT
           END-IF.

       P350-MARK-CANCELLED.
           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_STATUS = 'C'
           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF ESCR01O-RETURNED
                   MOVE 'Wire cancelled and returned to the loan escrow'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Wire cancelled and customer debit reversed'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       CANCEL-AND-REVERSE-EXIT.
