002300*              business report.  Opening and closing the        *
002400*              drawer book-ends the day; the close hands back   *
002500*              the counted-versus-expected variance.            *
      *              Cash paid in to a loan account is applied to     *
      *              the repayment schedule through DLOAN09P.         *
      *              Counter cash for a bank product ('K' - a draft   *
      *              bought for cash) is the cash leg alone.          *
      *              A withdrawal by a teller who is staff tied to    *
      *              the account (DSTAF01P) parks for a supervisor;   *
      *              the account leg's BNKTXN row carries the teller. *
      *              Cash paid in to a registered plan is checked     *
      *              against the holder's contribution room through   *
      *              DPLAN01P - over the room is a warning only.      *
      *              A withdrawal over the large-amount line from an  *
      *              account whose owner or a holder carries a        *
      *              vulnerability marker (DVULN01P) parks for a      *
      *              supervisor's second check.                       *
      *              Cash taken or paid at a branch other than the    *
      *              account's books the two branches' due-to/due-    *
      *              from pair through DIBRN01P.                      *
002600*              SQL version                                      *
002700*****************************************************************

           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-SIGNED-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  WS-POS-SUB                        PIC S9(4) COMP.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
           COPY CBANKVC6.
           COPY CBANKVC22.
           COPY CBANKVC59.
           COPY CLOAN09.
           COPY CFXBR01.
           COPY CSTAF01.
           COPY CPLAN01.
           COPY CVULN01.
           COPY CIBRN01.

       01  WS-SIGNER-ERRMSG                      PIC X(65).
       01  WS-SIGNER-GOODMSG                     PIC X(65).
       01  WS-QUEUE-REASON                       PIC X(30).
       01  WS-AMT-TEXT                           PIC X(9).
       01  WS-AMT-TEXT-N REDEFINES WS-AMT-TEXT   PIC 9(7)V99.

       01  POST-ERRMSG                           PIC X(65).
       01  POST-GOODMSG                          PIC X(65).

       01  WS-PLAN-OVER                          PIC S9(7)V99 COMP-3.
       01  WS-PLAN-OVER-DSP                      PIC ZZZZZZ9.99.
       01  WS-PLAN-ERRMSG                        PIC X(65).
       01  WS-PLAN-GOODMSG                       PIC X(65).
       01  WS-IBRN-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           MOVE CD55I-TELLER TO DCL-DRW-TELLER.

           IF CD55I-CURRENCY NOT = SPACES AND
              CD55I-CURRENCY NOT = 'USD'
               PERFORM P600-FOREIGN-DRAWER THRU FOREIGN-DRAWER-EXIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN CD55I-OPEN
                   PERFORM P100-OPEN-DRAWER
                   PERFORM P400-CLOSE-DRAWER THRU CLOSE-DRAWER-EXIT
               WHEN CD55I-INQUIRE
                   PERFORM P500-INQUIRE-DRAWER
               WHEN CD55I-COUNTER-CASH
                   PERFORM P250-COUNTER-CASH THRU COUNTER-CASH-EXIT
               WHEN OTHER
                   MOVE 'Invalid teller cash function' TO BANK-ERRMSG
           END-EVALUATE.
           MOVE CD55I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_ACCTYPE
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-ACCTYPE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.
               END-IF
           END-IF.

      *    Nor may staff draw cash on their own or a declared
      *    relation's account on their own say - that parks too.
           IF CD55I-WITHDRAW AND NOT CD55I-SUPERVISOR-OK
               PERFORM P265-CHECK-STAFF
               IF BANK-ERRMSG NOT = SPACES OR GOOD-ERRMSG NOT = SPACES
                   GO TO POST-CASH-EXIT
               END-IF
           END-IF.

      *    A large withdrawal for a customer with a vulnerability
      *    marker gets a second pair of eyes the same way.
           IF CD55I-WITHDRAW AND NOT CD55I-SUPERVISOR-OK
               PERFORM P266-CHECK-VULNERABLE
               IF BANK-ERRMSG NOT = SPACES OR GOOD-ERRMSG NOT = SPACES
                   GO TO POST-CASH-EXIT
               END-IF
           END-IF.

      *    Cash into a registered plan - how far over the holder's
      *    contribution room it goes.  A warning for the teller,
      *    never a refusal, and a failed lookup means no warning.
           MOVE ZERO TO WS-PLAN-OVER.
           IF CD55I-DEPOSIT
               PERFORM P280-CHECK-PLAN-ROOM
           END-IF.

           IF CD55I-DEPOSIT
               MOVE CD55I-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
      * Account leg on BNKTXN.
           MOVE SPACES           TO CD06-DATA.
           MOVE DCL-BAC-PID      TO CD06I-PERSON-PID.
           MOVE CD55I-TELLER     TO CD06I-USERID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD06I-FROM-ACC.
           MOVE WS-SIGNED-AMOUNT TO CD06I-FROM-AMOUNT.
               GO TO POST-CASH-EXIT
           END-IF.

      * The cash is on the teller's branch's books, the account on
      * its own branch's - when they differ the two owe each other.
           PERFORM P290-INTER-BRANCH.

           IF BANK-ERRMSG > SPACES
               GO TO POST-CASH-EXIT
           END-IF.

      * Cash paid in over the counter to a loan account is a loan
      * repayment - DLOAN09P applies it to the schedule.
           IF CD55I-DEPOSIT AND DCL-BAC-ACCTYPE = 'L'
               MOVE SPACES            TO LOAN09-DATA
               SET LOAN09I-APPLY      TO TRUE
               SET LOAN09I-FROM-TELLER TO TRUE
               MOVE CD55I-TELLER      TO LOAN09I-USERID
               MOVE DCL-BAC-ACCNO     TO LOAN09I-LOAN-ACC
               MOVE CD55I-AMOUNT      TO LOAN09I-AMOUNT
               MOVE ZERO              TO LOAN09I-SETTLE-INT

               CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE POST-GOODMSG

               IF BANK-ERRMSG > SPACES
                   GO TO POST-CASH-EXIT
               END-IF
           END-IF.

           PERFORM P300-BUMP-DRAWER.

           IF BANK-ERRMSG = SPACES
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES AND WS-PLAN-OVER > ZERO
               MOVE WS-PLAN-OVER TO WS-PLAN-OVER-DSP
               MOVE SPACES TO GOOD-ERRMSG
               STRING 'Cash deposit posted - over plan room by '
                        DELIMITED BY SIZE
                      WS-PLAN-OVER-DSP DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       POST-CASH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Cash in moves value from the teller's branch to the account's,
      * cash out the other way.  Same branch, nothing is written.
      *-----------------------------------------------------------------
       P290-INTER-BRANCH.
           MOVE SPACES            TO IBRN01-DATA.
           SET IBRN01I-POST       TO TRUE.
           IF CD55I-DEPOSIT
               MOVE CD55I-TELLER  TO IBRN01I-FROM-PID
               MOVE DCL-BAC-ACCNO TO IBRN01I-TO-ACC
               MOVE 'Cash deposit at teller' TO IBRN01I-REF
           ELSE
               MOVE DCL-BAC-ACCNO TO IBRN01I-FROM-ACC
               MOVE CD55I-TELLER  TO IBRN01I-TO-PID
               MOVE 'Cash withdrawal at teller' TO IBRN01I-REF
           END-IF.
           MOVE CD55I-AMOUNT      TO IBRN01I-AMOUNT.
           MOVE 'C'               TO IBRN01I-SOURCE.
           MOVE DCL-BAC-ACCNO     TO IBRN01I-ACCNO.
           MOVE CD55I-TELLER      TO IBRN01I-USERID.
           MOVE DCL-DRW-DATE      TO IBRN01I-POST-DATE.

           CALL 'DIBRN01P' USING BY REFERENCE IBRN01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-IBRN-GOODMSG.

      *-----------------------------------------------------------------
      * DPLAN01P checks the deposit against the room left this year
      * when the account is a registered plan.
      *-----------------------------------------------------------------
       P280-CHECK-PLAN-ROOM.
           MOVE SPACES        TO PLAN01-DATA WS-PLAN-ERRMSG
                                 WS-PLAN-GOODMSG.
           SET PLAN01I-CHECK  TO TRUE.
           MOVE CD55I-TELLER  TO PLAN01I-USERID.
           MOVE DCL-BAC-ACCNO TO PLAN01I-ACCNO.
           MOVE CD55I-AMOUNT  TO PLAN01I-AMOUNT.

           CALL 'DPLAN01P' USING BY REFERENCE PLAN01-DATA
                                 BY REFERENCE WS-PLAN-ERRMSG
                                 BY REFERENCE WS-PLAN-GOODMSG.

           IF WS-PLAN-ERRMSG = SPACES AND PLAN01O-IS-PLAN
               MOVE PLAN01O-OVER-AMT TO WS-PLAN-OVER
           END-IF.

      *-----------------------------------------------------------------
      * The signed-on user's signer class on the account.  An over-
      * limit withdrawal queues with a blank TO account - BBANK52P's

           IF CD22O-ROLE = 'S' AND CD22O-LIMIT > ZERO AND
              CD55I-AMOUNT > CD22O-LIMIT
               MOVE 'Cash over signer limit' TO WS-QUEUE-REASON
               PERFORM P270-QUEUE-FOR-APPROVAL
               IF BANK-ERRMSG = SPACES
                   MOVE 'Over signer limit - queued for approval'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       CHECK-SIGNER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The teller as staff - tied to the account through their own
      * PID or a declared relation's, the withdrawal queues the same
      * way an over-limit one does.
      *-----------------------------------------------------------------
       P265-CHECK-STAFF.
           MOVE SPACES       TO STAF01-DATA WS-SIGNER-ERRMSG.
           SET STAF01I-CHECK TO TRUE.
           MOVE CD55I-TELLER TO STAF01I-USERID.
           MOVE CD55I-ACCNO  TO STAF01I-ACCNO.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-SIGNER-ERRMSG
                                 BY REFERENCE WS-SIGNER-GOODMSG.

           IF WS-SIGNER-ERRMSG NOT = SPACES
               MOVE WS-SIGNER-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related account' TO WS-QUEUE-REASON
                   PERFORM P270-QUEUE-FOR-APPROVAL
                   IF BANK-ERRMSG = SPACES
                       MOVE 'Staff-related account - queued'
                         TO GOOD-ERRMSG
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A marked customer's cash withdrawal over the large-amount
      * line queues for the supervisor too.
      *-----------------------------------------------------------------
       P266-CHECK-VULNERABLE.
           MOVE SPACES       TO VULN01-DATA WS-SIGNER-ERRMSG.
           SET VULN01I-CHECK TO TRUE.
           MOVE CD55I-TELLER TO VULN01I-USERID.
           MOVE 'DBANK55P'   TO VULN01I-SOURCE.
           MOVE CD55I-ACCNO  TO VULN01I-ACCNO.
           MOVE 'C'          TO VULN01I-KIND.
           MOVE CD55I-AMOUNT TO VULN01I-AMOUNT.

           CALL 'DVULN01P' USING BY REFERENCE VULN01-DATA
                                 BY REFERENCE WS-SIGNER-ERRMSG
                                 BY REFERENCE WS-SIGNER-GOODMSG.

           IF WS-SIGNER-ERRMSG NOT = SPACES
               MOVE WS-SIGNER-ERRMSG TO BANK-ERRMSG
           ELSE
               IF VULN01O-HOLD
                   MOVE VULN01O-HOLD-REASON TO WS-QUEUE-REASON
                   PERFORM P270-QUEUE-FOR-APPROVAL
                   IF BANK-ERRMSG = SPACES
                       MOVE 'Vulnerable customer - queued'
                         TO GOOD-ERRMSG
                   END-IF
               END-IF
           END-IF.

       P270-QUEUE-FOR-APPROVAL.
           MOVE SPACES       TO CD59-DATA WS-SIGNER-ERRMSG
                                WS-SIGNER-GOODMSG.
           SET CD59I-QUEUE   TO TRUE.
           MOVE WS-QUEUE-REASON TO CD59I-REASON.
           MOVE CD55I-TELLER TO CD59I-PID.
           MOVE CD55I-ACCNO  TO CD59I-FROM-ACC.
           MOVE SPACES       TO CD59I-TO-ACC.

           IF WS-SIGNER-ERRMSG NOT = SPACES
               MOVE WS-SIGNER-ERRMSG TO BANK-ERRMSG
           END-IF.

       P210-CHECK-DRAWER-OPEN.
           EXEC SQL
                SELECT DRW_STATUS
           END-IF.

       P300-BUMP-DRAWER.
           IF CD55I-DEPOSIT OR CD55I-COUNTER-CASH
               MOVE CD55I-AMOUNT TO DCL-DRW-MOVEMENT-TOT
           ELSE
               COMPUTE DCL-DRW-MOVEMENT-TOT = CD55I-AMOUNT * -1

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Counter cash for a bank product - no customer account moves
      * here, the calling program books the other side (DDRFT01P's
      * drafts-outstanding journal).  The amount is signed, cash in
      * positive; the ledger row takes the caller's category and
      * description so the close-of-business report shows what the
      * cash was for.
      *=================================================================
       P250-COUNTER-CASH.
           PERFORM P210-CHECK-DRAWER-OPEN.
           IF BANK-ERRMSG > SPACES
               GO TO COUNTER-CASH-EXIT
           END-IF.

           IF CD55I-AMOUNT = ZERO
               MOVE 'Amount must not be zero' TO BANK-ERRMSG
               GO TO COUNTER-CASH-EXIT
           END-IF.

           MOVE SPACES              TO CD06-DATA.
           MOVE CD55I-TELLER        TO CD06I-PERSON-PID.
           SET CD06I-LEDGER         TO TRUE.
           MOVE SPACES              TO CD06I-FROM-ACC.
           MOVE CD55I-AMOUNT        TO CD06I-FROM-AMOUNT.
           MOVE CD55I-CASH-CATEGORY TO CD06I-CATEGORY.
           MOVE CD55I-CASH-DESC     TO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG > SPACES
               GO TO COUNTER-CASH-EXIT
           END-IF.

           PERFORM P300-BUMP-DRAWER.

           IF BANK-ERRMSG = SPACES
               IF CD55I-AMOUNT > ZERO
                   MOVE 'Counter cash taken in' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Counter cash paid out' TO GOOD-ERRMSG
               END-IF
           END-IF.

       COUNTER-CASH-EXIT.
           EXIT.

      *=================================================================
      * Close the drawer with the counted cash.  Expected is the
      * opening float plus the day's movements; the variance comes
                   DCL-DRW-OPEN-AMT + DCL-DRW-MOVEMENT-TOT
           END-IF.

      *=================================================================
      * The teller's notes in one foreign currency - the bureau keeps
      * them as a drawer position of their own in DFXBR01P.  Open and
      * close count the notes; cash over the counter in a foreign
      * currency is a bureau deal, never a deposit or withdrawal.
      *=================================================================
       P600-FOREIGN-DRAWER.
           IF CD55I-DEPOSIT OR CD55I-WITHDRAW OR CD55I-COUNTER-CASH
               MOVE 'Foreign notes are dealt on the bureau screen'
                 TO BANK-ERRMSG
               GO TO FOREIGN-DRAWER-EXIT
           END-IF.

           MOVE SPACES         TO FXBR01-DATA.
           MOVE CD55I-TELLER   TO FXBR01I-USERID.
           SET FXBR01I-DRAWER  TO TRUE.
           MOVE CD55I-TELLER   TO FXBR01I-HOLDER.
           MOVE CD55I-CURRENCY TO FXBR01I-CURRENCY.
           MOVE CD55I-AMOUNT   TO FXBR01I-FX-AMOUNT.

           EVALUATE TRUE
               WHEN CD55I-OPEN
                   SET FXBR01I-OPEN      TO TRUE
               WHEN CD55I-CLOSE
                   SET FXBR01I-CLOSE     TO TRUE
               WHEN CD55I-INQUIRE
                   SET FXBR01I-POSITIONS TO TRUE
               WHEN OTHER
                   MOVE 'Invalid teller cash function' TO BANK-ERRMSG
                   GO TO FOREIGN-DRAWER-EXIT
           END-EVALUATE.

           CALL 'DFXBR01P' USING BY REFERENCE FXBR01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO FOREIGN-DRAWER-EXIT
           END-IF.

           IF CD55I-INQUIRE
               MOVE ZERO TO WS-POS-SUB
               MOVE SPACES TO GOOD-ERRMSG
               PERFORM P610-FIND-CURRENCY
                   VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > FXBR01O-POS-COUNT
                      OR GOOD-ERRMSG NOT = SPACES
               IF GOOD-ERRMSG = SPACES
                   MOVE 'No drawer opened today in that currency'
                     TO BANK-ERRMSG
               END-IF
           ELSE
               MOVE FXBR01O-OPEN-AMT     TO CD55O-OPEN-AMT
               MOVE FXBR01O-MOVEMENT-TOT TO CD55O-MOVEMENT-TOT
               MOVE FXBR01O-EXPECTED-AMT TO CD55O-EXPECTED-AMT
               MOVE FXBR01O-VARIANCE     TO CD55O-VARIANCE
               IF CD55I-CLOSE
                   MOVE 'C' TO CD55O-STATUS
               ELSE
                   MOVE 'O' TO CD55O-STATUS
               END-IF
           END-IF.

       FOREIGN-DRAWER-EXIT.
           EXIT.

       P610-FIND-CURRENCY.
           IF FXBR01O-P-CURRENCY(WS-POS-SUB) = CD55I-CURRENCY
               MOVE FXBR01O-P-STATUS(WS-POS-SUB)   TO CD55O-STATUS
               MOVE FXBR01O-P-OPEN-AMT(WS-POS-SUB) TO CD55O-OPEN-AMT
               MOVE FXBR01O-P-MOVEMENT(WS-POS-SUB)
                 TO CD55O-MOVEMENT-TOT
               MOVE FXBR01O-P-EXPECTED(WS-POS-SUB)
                 TO CD55O-EXPECTED-AMT
               MOVE 'Currency position listed' TO GOOD-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
