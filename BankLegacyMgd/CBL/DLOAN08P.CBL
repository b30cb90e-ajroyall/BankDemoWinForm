001600*              writes one fixed-format detail line in the       *
001700*              bureau's layout: the customer's identity, the    *
001800*              original principal and live outstanding from     *
001900*              the DLOAN09P loan position (the BNKLNSCH         *
001910*              schedule for a loan not yet tracked), the        *
001920*              monthly installment, and the performance status  *
002000*              off the live BNKCOLL collections case (current,  *
002100*              30/60/90 in arrears, or written off).  Header    *
002200*              and trailer lines carry the run date and control *
002300*              totals the bureau balances the file against.     *
002400*              Runs as the month-end leg of the DBANK35P stream *
002500*              and logs through DBANK37P into BNKRUNLG like the *
002700*              other extracts.                                  *
002710*              The bureau is entitled to BCS_SIN in clear -     *
002720*              declared in WS-MASK-ENTITLED for DMASK01P.       *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************
       01  WS-RLG-AMOUNT                         PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * Clear-value entitlement of this output for DMASK01P - the
      * kinds (S SIN, T phone, E e-mail, C card number) the recipient
      * may have in clear.  Anything else written here is masked.
      *-----------------------------------------------------------------
       01  WS-MASK-ENTITLED                      PIC X(4) VALUE 'S'.
       01  WS-MASK-ERRMSG                        PIC X(65).
       01  WS-MASK-GOODMSG                       PIC X(65).

           COPY CMASK01.

           COPY CBANKVC37.
           COPY CLOAN09.

       01  WS-LOAN-ERRMSG                        PIC X(65).
       01  WS-LOAN-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION

           PERFORM P800-ERROR-CHECK.

      *    A loan with a payment-application position reports the
      *    tracked figures - the principal actually repaid, not an
      *    inference from the account balance.
           MOVE SPACES        TO LOAN09-DATA WS-LOAN-ERRMSG.
           SET LOAN09I-QUERY  TO TRUE.
           MOVE DCL-BAC-ACCNO TO LOAN09I-LOAN-ACC.
           MOVE ZERO          TO LOAN09I-AMOUNT LOAN09I-SETTLE-INT.

           CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                 BY REFERENCE WS-LOAN-ERRMSG
                                 BY REFERENCE WS-LOAN-GOODMSG.

           IF WS-LOAN-ERRMSG NOT = SPACES
               DISPLAY 'DLOAN08P - ' WS-LOAN-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF LOAN09O-TRACKED
                   MOVE LOAN09O-ORIG-PRINCIPAL   TO WS-ORIG-PRINCIPAL
                   MOVE LOAN09O-PRIN-OUTSTANDING TO WS-OUTSTANDING
               END-IF
           END-IF.

           MOVE ZERO TO WS-PAYMENT.

           EXEC SQL
           PERFORM P230-RESOLVE-STATUS.

           MOVE DCL-BAC-PID       TO WS-DTL-PID.
           PERFORM P240-MASK-SIN.
           MOVE DCL-BAC-ACCNO     TO WS-DTL-LOAN-ACC.
           MOVE WS-ORIG-PRINCIPAL TO WS-DTL-ORIG-PRINCIPAL.
           MOVE WS-OUTSTANDING    TO WS-DTL-OUTSTANDING.
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The SIN as this extract is entitled to carry it.
      *-----------------------------------------------------------------
       P240-MASK-SIN.
           MOVE SPACES           TO MASK01-DATA WS-MASK-ERRMSG.
           SET MASK01I-BATCH     TO TRUE.
           MOVE 'BUREAUX'        TO MASK01I-SOURCE.
           MOVE WS-MASK-ENTITLED TO MASK01I-ENTITLED.
           MOVE 1                TO MASK01I-COUNT.
           MOVE 'S'              TO MASK01I-KIND(1).
           MOVE DCL-BCS-SIN      TO MASK01I-VALUE(1).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1) TO WS-DTL-SIN.

       P600-WRITE-TRAILER.
           MOVE WS-LOAN-COUNT        TO WS-TRL-COUNT.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TRL-TOTAL.
