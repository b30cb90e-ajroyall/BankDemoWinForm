002070*              notified through BNKMAILQ, and every failure is   *
002080*              listed on the end-of-run exception report for     *
002090*              the back office.                                  *
002091*              An order paying a loan account is a loan          *
002092*              instalment - DLOAN09P splits it into interest     *
002093*              and principal against the BNKLNSCH schedule.      *
      *              A loan with mortgage escrow gives up the escrow   *
      *              share to DESCR01P first.                          *
      *              An order paying a registered biller posts its     *
      *              debit and queues the payment through DBILL01P     *
      *              for DBILL02P's remittance.                        *
002100*              SQL version - standalone batch step, connects     *
002200*              and disconnects itself.                           *
002300*****************************************************************
           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CBANKVC43.
           COPY CBILL01.
           COPY CBANKVC61.
           COPY CBANKVC83.
           COPY CLOAN09.
           COPY CESCR01.

       01  CAL-ERRMSG                            PIC X(65).
       01  CAL-GOODMSG                           PIC X(65).
       01  WS-OWNER-DOD                          PIC X(10).
       01  WS-OWNER-PID                          PIC X(5).
       01  WS-DQ-DUP-COUNT                       PIC S9(4) COMP.
       01  WS-TO-ACCTYPE                         PIC X(1).

           COPY SQLCA.

                       STO_NEXT_RUN_DTE,
                       STO_FAIL_COUNT,
                       STO_EXT_ROUTING,
                       STO_EXT_ACC,
                       STO_BILLER,
                       STO_BILL_REF
                FROM BNKSTORD
                WHERE (STO_STATUS = 'A') AND
                      (STO_NEXT_RUN_DTE <= :WS-RUN-DATE)
                     :DCL-STO-NEXT-RUN-DTE,
                     :DCL-STO-FAIL-COUNT,
                     :DCL-STO-EXT-ROUTING,
                     :DCL-STO-EXT-ACC,
                     :DCL-STO-BILLER,
                     :DCL-STO-BILL-REF
           END-EXEC.

           IF SQLCODE = ZERO
           END-IF.

           IF SQLCODE = ZERO AND WS-OWNER-DOD = SPACES
               EVALUATE TRUE
                   WHEN DCL-STO-EXT-ROUTING NOT = SPACES
                       PERFORM P250-POST-EXTERNAL-ORDER
                           THRU POST-EXTERNAL-ORDER-EXIT
                   WHEN DCL-STO-BILLER NOT = SPACES
                       PERFORM P270-POST-BILL-ORDER
                           THRU POST-BILL-ORDER-EXIT
                   WHEN OTHER
                       PERFORM P220-POST-STANDING-ORDER
               END-EVALUATE
           END-IF.

           PERFORM P800-ERROR-CHECK.

                   IF BANK-ERRMSG = SPACES AND NOT CD04O-RETRY-NEEDED
                       PERFORM P300-SAVE-AUDIT
                       PERFORM P310-APPLY-LOAN-PAYMENT THRU
                               APPLY-LOAN-PAYMENT-EXIT
                       PERFORM P400-ADVANCE-NEXT-RUN
                       ADD 1 TO WS-POSTED-COUNT
                       ADD DCL-STO-AMOUNT TO WS-RLG-AMOUNT
       POST-EXTERNAL-ORDER-EXIT.
           EXIT.

      *=================================================================
      * Biller order - the monthly card or utility bill.  The debit
      * leg posts single-leg through DBANK04P as an external order's
      * does, the payment queues on BNKBILLP through DBILL01P under
      * the customer's reference, and DBILL02P remits it tonight.  A
      * biller retired or a reference no longer accepted since the
      * order was set up is caught before the debit and fails the
      * cycle like insufficient funds.
      *=================================================================
       P270-POST-BILL-ORDER.
           MOVE SPACES TO CD04-DATA BANK-ERRMSG GOOD-ERRMSG.

           MOVE SPACES             TO BILL01-DATA.
           SET BILL01I-VALIDATE    TO TRUE.
           MOVE DCL-STO-BILLER     TO BILL01I-CODE.
           MOVE DCL-STO-BILL-REF   TO BILL01I-CUST-REF.

           CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               MOVE BANK-ERRMSG(1:30) TO WS-FAIL-REASON
               MOVE SPACES TO BANK-ERRMSG
               PERFORM P500-RECORD-FAILURE
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

           MOVE DCL-STO-PID      TO CD04I-PERSON-PID.
           MOVE DCL-STO-FROM-ACC TO CD04I-FROM-ACC.
           MOVE DCL-STO-AMOUNT   TO CD04I-AMTN.

           PERFORM P260-LOOKUP-FROM-BALANCE.

           IF NOT WS-LOOKUP-OK
               MOVE 'Account lookup failed' TO WS-FAIL-REASON
               PERFORM P500-RECORD-FAILURE
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           COMPUTE WS-FROM-NEW-BAL = WS-FROM-BAL - DCL-STO-AMOUNT.

           IF WS-FROM-NEW-BAL IS LESS THAN ZERO
               MOVE 'Insufficient funds' TO WS-FAIL-REASON
               PERFORM P500-RECORD-FAILURE
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE WS-FROM-BAL      TO CD04I-FROM-OLD-BAL.
           MOVE WS-FROM-NEW-BAL  TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES OR CD04O-RETRY-NEEDED
               IF BANK-ERRMSG NOT = SPACES
                   MOVE BANK-ERRMSG(1:30) TO WS-FAIL-REASON
                   MOVE SPACES TO BANK-ERRMSG
               ELSE
                   MOVE 'Balance moved - retry' TO WS-FAIL-REASON
               END-IF
               PERFORM P500-RECORD-FAILURE
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           MOVE SPACES             TO BILL01-DATA.
           SET BILL01I-QUEUE       TO TRUE.
           MOVE DCL-STO-PID        TO BILL01I-USERID.
           MOVE DCL-STO-BILLER     TO BILL01I-CODE.
           MOVE DCL-STO-BILL-REF   TO BILL01I-CUST-REF.
           MOVE DCL-STO-PID        TO BILL01I-PID.
           MOVE DCL-STO-FROM-ACC   TO BILL01I-FROM-ACC.
           MOVE DCL-STO-AMOUNT     TO BILL01I-AMOUNT.

           CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
      *        The debit already sits in this unit of work - a queue
      *        failure must fail the run, never strand a lone debit.
               DISPLAY 'DBANK16P - bill queue failed: ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           MOVE SPACES           TO CD06-DATA.
           MOVE DCL-STO-PID      TO CD06I-PERSON-PID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE 'B'              TO CD06I-CATEGORY.
           MOVE DCL-STO-FROM-ACC TO CD06I-FROM-ACC.
           MULTIPLY DCL-STO-AMOUNT BY -1
                                 GIVING CD06I-FROM-AMOUNT.
           MOVE SPACES           TO CD06I-FROM-DESC.
           STRING 'SO bill '             DELIMITED BY SIZE
                  BILL01O-REF            DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO POST-BILL-ORDER-EXIT
           END-IF.

           PERFORM P400-ADVANCE-NEXT-RUN.
           ADD 1 TO WS-POSTED-COUNT.
           ADD DCL-STO-AMOUNT TO WS-RLG-AMOUNT.

       POST-BILL-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The debit side's live balance only - an external order has no
      * TO account of ours to look at.
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * An order paying a loan account is a loan instalment - hand the
      * collection to DLOAN09P so it is split into interest and
      * principal against the oldest unpaid BNKLNSCH period.  A loan
      * carrying mortgage escrow has the escrow share taken out first
      * by DESCR01P, and only the rest is applied to the loan.  The
      * money has already moved in this unit of work, so a failure
      * here is a job error and the run rolls back, the same as a
      * failed audit row.
      *-----------------------------------------------------------------
       P310-APPLY-LOAN-PAYMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO APPLY-LOAN-PAYMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-TO-ACCTYPE.

           EXEC SQL
                SELECT BAC_ACCTYPE
                  INTO :WS-TO-ACCTYPE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-STO-TO-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-TO-ACCTYPE NOT = 'L'
               GO TO APPLY-LOAN-PAYMENT-EXIT
           END-IF.

           MOVE SPACES            TO ESCR01-DATA.
           SET ESCR01I-COLLECT    TO TRUE.
           MOVE 'SYSTM'           TO ESCR01I-USERID.
           MOVE DCL-STO-TO-ACC    TO ESCR01I-LOAN-ACC.
           MOVE DCL-STO-AMOUNT    TO ESCR01I-AMOUNT.
           MOVE CD06O-XFER-REF    TO ESCR01I-REF.

           CALL 'DESCR01P' USING BY REFERENCE ESCR01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DBANK16P - escrow not collected for '
                       DCL-STO-TO-ACC ': ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO APPLY-LOAN-PAYMENT-EXIT
           END-IF.

           MOVE SPACES            TO LOAN09-DATA.
           SET LOAN09I-APPLY      TO TRUE.
           SET LOAN09I-FROM-STORD TO TRUE.
           MOVE 'SYSTM'           TO LOAN09I-USERID.
           MOVE DCL-STO-TO-ACC    TO LOAN09I-LOAN-ACC.
           COMPUTE LOAN09I-AMOUNT =
               DCL-STO-AMOUNT - ESCR01O-COLLECTED.
           MOVE ZERO              TO LOAN09I-SETTLE-INT.
           MOVE CD06O-XFER-REF    TO LOAN09I-XFER-REF.

           CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DBANK16P - loan payment not applied for '
                       DCL-STO-TO-ACC ': ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       APPLY-LOAN-PAYMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Roll STO_NEXT_RUN_DTE forward by the instruction's frequency so
      * the next run posts on the right day instead of repeating today.
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-EXC-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
