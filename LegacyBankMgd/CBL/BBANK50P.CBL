001300* Program:     BBANK50P.CBL                                     *  
001400* Layer:       Business logic                                   *  
001500* Function:    Transfer funds between accounts                  *  
      *              Over the KYC threshold the customer needs a      *
      *              valid identity document (DIDOC01P) or a          *
      *              supervisor's override.                           *
001600*****************************************************************  
001700                                                                   
001800 IDENTIFICATION DIVISION.                                          
                                                   VALUE SPACES.
         05  WS-SIGNER-HOLD-SW                     PIC X(1).
             88  WS-SIGNER-HOLD                    VALUE "Y".
         05  WS-STAFF-HOLD-SW                      PIC X(1).
             88  WS-STAFF-HOLD                     VALUE "Y".
      *    'Y' when the value date on this transfer came from the
      *    cutoff/calendar arithmetic rather than the teller's hand -
      *    the term-deposit gate lets such a withdrawal queue (the
           05  WS-UOW-STATUS                        PIC X(1) VALUE "N".
               88  WS-UOW-STARTED                   VALUE "Y".
           05  WS-COMMIT-STATUS                     PIC X(1).
           05  WS-ATO-ERRMSG                        PIC X(65).
           05  WS-ATO-GOODMSG                       PIC X(65).
           05  WS-STAFF-GOODMSG                     PIC X(65).
           05  WS-VULN-ERRMSG                       PIC X(65).
           05  WS-VULN-GOODMSG                      PIC X(65).
           05  WS-IDOC-ERRMSG                       PIC X(65).
           05  WS-IDOC-GOODMSG                      PIC X(65).
           05  WS-AUDIT-ERRMSG                      PIC X(65).
           05  WS-CONV-AMT-N                        PIC S9(7)V99.
           05  WS-XFER-CONV-AMT-DSP                 PIC ZZZZZZ9.99.
           05  WS-FROM-RATE                         PIC 9(4)V9999.
           05  WS-TDEP-YYYY                         PIC 9(4).
           05  WS-TDEP-MM                           PIC 9(2).
           05  WS-TDEP-DD                           PIC 9(2).

      *=================================================================
      * Registered plans - money landing in a tax-free savings plan
      * account is checked against the holder's contribution room
      * (DPLAN01P).  Over the room is a warning on the confirmation,
      * never a refusal - the month-end run charges the excess.
      *=================================================================
       01  WS-PLAN-OVER-N                           PIC S9(7)V99
                                                     VALUE ZERO.
       01  WS-PLAN-OVER-DSP                         PIC ZZZZZZ9.99.
       01  WS-PLAN-ERRMSG                           PIC X(65).
       01  WS-PLAN-GOODMSG                          PIC X(65).
       COPY CPLAN01.

      *=================================================================
      * Minor accounts - money leaving an account whose owner is under
      * the age of majority is held to the lower minor limits, per
      * transfer and per day, unless the guardian is the one moving
      * it (DMINR01P).
      *=================================================================
       01  WS-MINR-ERRMSG                           PIC X(65).
       01  WS-MINR-GOODMSG                          PIC X(65).
       COPY CMINR01.
006200
006400 COPY CBANKVC6.
       COPY CBANKVC8.
       COPY CBANKVC24.
       COPY CBANKVC30.
       COPY CBANKVC43.
       COPY CBILL01.
       COPY CBANKVC49.
       COPY CBANKVC59.
       COPY CBANKVC61.
       COPY CBANKVC91.
       COPY CTDEP01.
       COPY CPARM01.
       COPY CATO01.
       COPY CSTEP01.
       COPY CBANKVC74.
       COPY CBANKVC22.
       COPY CSTAF01.
       COPY CVULN01.
       COPY CIDOC01.
       COPY UACCTCC1.
007700
       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

008000 LINKAGE SECTION.                                                  
001400 COPY CBANKVC4 .

                                   by reference    GOOD-ERRMSG. 
                                   
009800     MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK50P'  TO RESP01I-PROGRAM.
           MOVE CD04I-PERSON-PID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
009900
010000*****************************************************************
010100* This is the main process                                      *
           PERFORM P243-CHECK-BOOK-OPEN.

           IF BANK-ERRMSG NOT = SPACES
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

              STRING 'Value date ' DELIMITED BY SIZE
                     CD04O-VALUE-DATE DELIMITED BY SIZE
                INTO GOOD-ERRMSG
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

      *=================================================================
      * Account-takeover step-up - while a BNKTKALR alert on this
      * customer waits for re-verification, no money moves until the
      * one-time code e-mailed to them comes back.  The first attempt
      * sends the code and stops with CD04O-STEPUP-SENT; the screen
      * sends the same transfer again with the code.  A supervisor's
      * approved replay has been through a challenge of its own.
      *=================================================================
           MOVE 'N' TO CD04O-STEPUP-SW.
           MOVE 'N' TO CD04O-KYC-STEPUP-SW.

           IF NOT CD04I-SUPERVISOR-OK
              PERFORM P140-CHECK-TAKEOVER-STEPUP THRU
                      TAKEOVER-STEPUP-EXIT
              IF BANK-ERRMSG NOT = SPACES
                 PERFORM P987-RESP-END-SELF
                 GOBACK
              END-IF
           END-IF.

020400     PERFORM P300-VALIDATE-DATA THRU
020500             VALIDATE-DATA-EXIT.
020600
              WS-XFER-AMT-NUM-N IS GREATER THAN WS-APPROVAL-THRESHOLD
              PERFORM P155-QUEUE-FOR-APPROVAL
              PERFORM P260-COMPLETE-UNIT-OF-WORK
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

                      TO GOOD-ERRMSG
                 END-IF
                 PERFORM P260-COMPLETE-UNIT-OF-WORK
                 PERFORM P987-RESP-END-SELF
                 GOBACK
              END-IF
           END-IF.

      *=================================================================
      * Staff accounts - a member of staff moving money on an account
      * they or a declared relation hold (either side of the
      * transfer) does not post on their own hands: it parks on the
      * SAME supervisor queue.  See P159-CHECK-STAFF.
      *=================================================================
           IF BANK-ERRMSG = SPACES AND NOT CD04I-SUPERVISOR-OK
              PERFORM P159-CHECK-STAFF
              IF BANK-ERRMSG = SPACES AND WS-STAFF-HOLD
                 MOVE 'Staff-related account' TO WS-QUEUE-REASON
                 PERFORM P155-QUEUE-FOR-APPROVAL
                 IF BANK-ERRMSG = SPACES
                    MOVE 'Staff-related account - queued for approval'
                      TO GOOD-ERRMSG
                 END-IF
                 PERFORM P260-COMPLETE-UNIT-OF-WORK
                 PERFORM P987-RESP-END-SELF
                 GOBACK
              END-IF
           END-IF.

      *=================================================================
      * Vulnerable customers - when the paying account's owner or a
      * holder carries a live marker, a large amount, a new payee or
      * a first payment to an outside account parks on the SAME
      * supervisor queue for a second check.  See
      * P156-CHECK-VULNERABLE.
      *=================================================================
           IF BANK-ERRMSG = SPACES AND NOT CD04I-SUPERVISOR-OK
              PERFORM P156-CHECK-VULNERABLE
              IF BANK-ERRMSG = SPACES AND VULN01O-HOLD
                 MOVE VULN01O-HOLD-REASON TO WS-QUEUE-REASON
                 PERFORM P155-QUEUE-FOR-APPROVAL
                 IF BANK-ERRMSG = SPACES
                    MOVE 'Vulnerable customer - queued for approval'
                      TO GOOD-ERRMSG
                 END-IF
                 PERFORM P260-COMPLETE-UNIT-OF-WORK
                 PERFORM P987-RESP-END-SELF
                 GOBACK
              END-IF
           END-IF.
                      TO GOOD-ERRMSG
                 END-IF
                 PERFORM P260-COMPLETE-UNIT-OF-WORK
                 PERFORM P987-RESP-END-SELF
                 GOBACK
              END-IF
           END-IF.
              CD04I-EXT-ROUTING IS NOT EQUAL TO SPACES
              PERFORM P150-EXTERNAL-TRANSFER
              PERFORM P260-COMPLETE-UNIT-OF-WORK
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

      *=================================================================
      * A biller code makes this a bill payment - the debit leg posts
      * through DBANK04P/DBANK06P as a wire's does, and the payment
      * queues on BNKBILLP under the customer's reference for
      * DBILL02P's nightly remittance to the biller.  See
      * P180-BILL-PAYMENT.
      *=================================================================
           IF BANK-ERRMSG = SPACES AND
              CD04I-BILLER IS NOT EQUAL TO SPACES
              PERFORM P180-BILL-PAYMENT
              PERFORM P260-COMPLETE-UNIT-OF-WORK
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

      * this transfer queued for a future value date instead of
      * posted today - see P250-QUEUE-TRANSFER.
      *=================================================================
      *=================================================================
      * A TO account that is a registered plan - how far over the
      * holder's contribution room this credit takes them, if at all.
      * See P287-CHECK-PLAN-ROOM.
      *=================================================================
           IF BANK-ERRMSG = SPACES
              PERFORM P287-CHECK-PLAN-ROOM
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              CD04I-EFF-DATE IS NOT EQUAL TO SPACES
              PERFORM P250-QUEUE-TRANSFER
              PERFORM P285-SAVE-PENALTY-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              WS-PLAN-OVER-N IS GREATER THAN ZERO
              PERFORM P288-WARN-PLAN-ROOM
           END-IF.

           PERFORM P260-COMPLETE-UNIT-OF-WORK.

           PERFORM P987-RESP-END-SELF
001600     GOBACK.
021800
      *=================================================================
           MOVE SPACES     TO CD91-DATA WS-ALERT-ERRMSG.
           SET CD91I-QUERY TO TRUE.

           MOVE 'DBANK91P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES TO GOOD-ERRMSG.

              END-IF
           END-IF.

      *=================================================================
      * DATO01P says whether a step-up is due.  No code keyed yet -
      * issue one and stop; a code keyed - verify it, audit the
      * outcome the way the approval gate does, and on a pass clear
      * the step-up so the rest of the transfer runs.  Both the
      * issued code and the outcome are committed at once, whatever
      * the transfer does afterwards.
      *=================================================================
       P140-CHECK-TAKEOVER-STEPUP.
           MOVE SPACES TO ATO01-DATA WS-ATO-ERRMSG WS-ATO-GOODMSG.
           SET ATO01I-CHECK TO TRUE.
           MOVE CD04I-PERSON-PID TO ATO01I-USERID ATO01I-PID.

           MOVE 'DATO01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DATO01P' USING BY REFERENCE ATO01-DATA
                                BY REFERENCE WS-ATO-ERRMSG
                                BY REFERENCE WS-ATO-GOODMSG
           MOVE WS-ATO-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ATO-ERRMSG NOT = SPACES
              MOVE WS-ATO-ERRMSG TO BANK-ERRMSG
              GO TO TAKEOVER-STEPUP-EXIT
           END-IF.

           IF NOT ATO01O-STEPUP-DUE
              GO TO TAKEOVER-STEPUP-EXIT
           END-IF.

           IF CD04I-STEP-CODE = SPACES
              MOVE SPACES           TO STEP01-DATA
              SET STEP01I-ISSUE     TO TRUE
              MOVE CD04I-PERSON-PID TO STEP01I-PID
              MOVE 'ATOSTEP'        TO STEP01I-PURPOSE
              MOVE 'DSTEP01P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                    BY REFERENCE BANK-ERRMSG
                                    BY REFERENCE GOOD-ERRMSG
              MOVE BANK-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
              IF BANK-ERRMSG = SPACES
                 MOVE 'DBANK17P' TO RESP01I-PROGRAM
                 PERFORM P980-RESP-START
                 CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
                 MOVE SPACES TO RESP01I-ERRMSG
                 PERFORM P985-RESP-END
                 SET CD04O-STEPUP-SENT TO TRUE
                 MOVE 'Security check - enter the code sent to your e-m
      -               'ail' TO BANK-ERRMSG
              END-IF
              MOVE SPACES TO GOOD-ERRMSG
              GO TO TAKEOVER-STEPUP-EXIT
           END-IF.

           MOVE SPACES           TO STEP01-DATA.
           SET STEP01I-VERIFY    TO TRUE.
           MOVE CD04I-PERSON-PID TO STEP01I-PID.
           MOVE 'ATOSTEP'        TO STEP01I-PURPOSE.
           MOVE CD04I-STEP-CODE  TO STEP01I-CODE.

           MOVE 'DSTEP01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES           TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE CD04I-PERSON-PID TO CD74I-USERID.
           MOVE 'BBANK50P'       TO CD74I-PROGRAM.
           MOVE 'BNKTKALR'       TO CD74I-TABLE.
           MOVE CD04I-PERSON-PID TO CD74I-KEY.
           MOVE 'C'              TO CD74I-ACTION.
           MOVE SPACES           TO CD74I-BEFORE.

           IF STEP01O-VERIFIED
              MOVE 'STEP-UP CHALLENGE PASSED' TO CD74I-AFTER
           ELSE
              MOVE 'STEP-UP CHALLENGE FAILED' TO CD74I-AFTER
           END-IF.

           MOVE 'DBANK74P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG
           MOVE WS-AUDIT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES AND STEP01O-VERIFIED
              SET ATO01I-PASSED TO TRUE
              MOVE 'DATO01P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DATO01P' USING BY REFERENCE ATO01-DATA
                                   BY REFERENCE WS-ATO-ERRMSG
                                   BY REFERENCE WS-ATO-GOODMSG
              MOVE WS-ATO-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
              MOVE WS-ATO-ERRMSG TO BANK-ERRMSG
           END-IF.

           MOVE 'DBANK17P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES AND NOT STEP01O-VERIFIED
              MOVE 'Step-up challenge not passed' TO BANK-ERRMSG
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

       TAKEOVER-STEPUP-EXIT.
           EXIT.

      *=================================================================
      * One BNKPARM lookup per operating number - DPARM01P hands the
      * compiled default back untouched when no row is in force.
      *    An external transfer never defers: same-day entry only
      *    parks it on the BNKWIRE queue, and DBANK44P's nightly
      *    sweep is the real departure - deferring here would only
      *    trip P295's no-future-dating rule on the wire path.  A
      *    bill payment is the same - DBILL02P's nightly remittance
      *    is its departure.
           IF CD04I-EXT-ROUTING NOT = SPACES OR
              CD04I-BILLER NOT = SPACES
              CONTINUE
           ELSE
              IF CD04I-EFF-DATE NOT = SPACES
           SET CD61I-ENSURE    TO TRUE.
           MOVE WS-CUT-TODAY   TO CD61I-DATE.

           MOVE 'DBANK61P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.
           MOVE SPACES TO GOOD-ERRMSG.

           IF WS-ALERT-ERRMSG NOT = SPACES
                 MOVE SPACES       TO CD61-DATA WS-ALERT-ERRMSG
                 SET CD61I-NEXT    TO TRUE
                 MOVE WS-CUT-TODAY TO CD61I-DATE
                 MOVE 'DBANK61P' TO RESP01I-PROGRAM
                 PERFORM P980-RESP-START
                 CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                       BY REFERENCE WS-ALERT-ERRMSG
                                       BY REFERENCE GOOD-ERRMSG
                 MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
                 PERFORM P985-RESP-END
                 MOVE SPACES TO GOOD-ERRMSG WS-ALERT-ERRMSG
              END-IF
      *       (On a holiday or weekend CD61O-DATE already holds the
           SET PARM01I-GET TO TRUE.
           MOVE SPACES     TO WS-ALERT-ERRMSG.

           MOVE 'DPARM01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *    A lookup problem never stops a transfer - the compiled
      *    default carries on and the error stays on the console side.
       P230-CHECK-DAILY-LIMIT.
           MOVE CD04I-FROM-ACC TO CD08I-ACCNO.

           MOVE 'DBANK08P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK08P' USING BY REFERENCE CD08-DATA
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           ADD CD08O-TODAY-TOTAL WS-XFER-AMT-NUM-N
             GIVING WS-DAILY-XFER-TOTAL.
                BANK-ERRMSG
           END-IF.

      *=================================================================
      * A minor's account - over the per-transfer limit is refused,
      * and the day's ceiling drops to the minor one when that is the
      * lower.  The guardian signs at the ordinary limits.
      *=================================================================
       P231-CHECK-MINOR.
           MOVE SPACES           TO MINR01-DATA WS-MINR-ERRMSG
                                    WS-MINR-GOODMSG.
           SET MINR01I-ACCOUNT   TO TRUE.
           MOVE CD04I-FROM-ACC   TO MINR01I-ACCNO.
           MOVE CD04I-PERSON-PID TO MINR01I-PID.

           MOVE 'DMINR01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DMINR01P' USING BY REFERENCE MINR01-DATA
                                 BY REFERENCE WS-MINR-ERRMSG
                                 BY REFERENCE WS-MINR-GOODMSG
           MOVE WS-MINR-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-MINR-ERRMSG NOT = SPACES
              MOVE WS-MINR-ERRMSG TO BANK-ERRMSG
           ELSE
              IF MINR01O-IS-MINOR AND NOT MINR01O-IS-GUARDIAN
                 IF WS-XFER-AMT-NUM-N IS GREATER THAN
                    MINR01O-XFER-LIMIT
                    MOVE 'Transfer exceeds the minor account limit'
                      TO BANK-ERRMSG
                 END-IF
                 IF MINR01O-DAILY-LIMIT IS LESS THAN
                    WS-DAILY-XFER-LIMIT
                    MOVE MINR01O-DAILY-LIMIT TO WS-DAILY-XFER-LIMIT
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * Convert the entered amount (assumed to be in CD04I-FROM-CURR)
      * into CD04I-TO-CURR via P245-FIND-FX-RATE's USD cross rates, so
           MOVE WS-FX-CURR-WK    TO CD30I-CURRENCY.
           MOVE WS-FX-AS-OF-DATE TO CD30I-EFF-DATE.

           MOVE 'DBANK30P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK30P' USING BY REFERENCE CD30-DATA
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE CD30O-RATE TO WS-FX-RATE-FOUND.

           SET CD49I-TOTAL        TO TRUE.
           MOVE WS-XFER-ACCT-FROM TO CD49I-ACCNO.

           MOVE 'DBANK49P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK49P' USING BY REFERENCE CD49-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ALERT-ERRMSG = SPACES
              MOVE CD49O-HOLD-TOTAL TO WS-HOLD-TOTAL-N
           MOVE CD04I-PERSON-PID TO CD24I-PERSON-PID.
           MOVE WS-XFER-ACCT-FROM TO CD24I-ACCNO.

           MOVE 'DBANK24P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK24P' USING BY REFERENCE CD24-DATA
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF CD24O-FOUND-OK
              MOVE CD24O-OVERDRAFT-LIMIT TO WS-XFER-OVERDRAFT-LIMIT-N
           MOVE WS-XFER-ACCT-TO  TO CD87I-TO-ACC.
           MOVE WS-XFER-AMT-NUM-N TO CD87I-AMOUNT.

           MOVE 'DBANK87P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK87P' USING BY REFERENCE CD87-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES TO GOOD-ERRMSG WS-ALERT-ERRMSG.

           MOVE CD04I-PERSON-PID TO CD86I-PID.
           MOVE WS-XFER-ACCT-TO  TO CD86I-ACCNO.

           MOVE 'DBANK86P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK86P' USING BY REFERENCE CD86-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES TO GOOD-ERRMSG.

      * unless the sending customer's BCS_SIN is on file.  Looks the
      * customer record up via DBANK02P (the same read used for the
      * large-transfer e-mail alert) and blocks the transfer with a
      * clear message if the SIN is still spaces.  The identity-
      * document register is asked next (DIDOC01P).
       P249-CHECK-KYC.
           MOVE CD04I-PERSON-PID TO WS-ALERT-PID.
           MOVE SPACES           TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ        TO TRUE.

           MOVE 'DBANK02P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ALERT-ERRMSG > SPACES OR CD02O-SIN = SPACES
              MOVE 'Identity verification required for this transfer'
                TO BANK-ERRMSG
           END-IF.

      *    A live, verified, unexpired identity document as well - or
      *    the named supervisor's override code.  The approved replay
      *    passed this (or was overridden) when it was keyed.
           IF BANK-ERRMSG = SPACES AND NOT CD04I-SUPERVISOR-OK
              MOVE SPACES               TO IDOC01-DATA
                                           WS-IDOC-ERRMSG
                                           WS-IDOC-GOODMSG
              SET IDOC01I-CHECK         TO TRUE
              MOVE CD04I-PERSON-PID     TO IDOC01I-USERID
                                           IDOC01I-PID
              MOVE 'BBANK50P'           TO IDOC01I-SOURCE
              MOVE CD04I-KYC-SUPERVISOR TO IDOC01I-SUPERVISOR
              MOVE CD04I-KYC-CODE       TO IDOC01I-STEP-CODE

              MOVE 'DIDOC01P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DIDOC01P' USING BY REFERENCE IDOC01-DATA
                                    BY REFERENCE WS-IDOC-ERRMSG
                                    BY REFERENCE WS-IDOC-GOODMSG
              MOVE WS-IDOC-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END

              IF WS-IDOC-ERRMSG NOT = SPACES
                 MOVE WS-IDOC-ERRMSG TO BANK-ERRMSG
                 IF IDOC01O-STEPUP-SENT
                    SET CD04O-KYC-STEPUP-SENT TO TRUE
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * Park the transfer on the approval queue exactly as keyed -
      * the supervisor's approval replays it through this same
           MOVE CD04I-FROM-ACC   TO CD22I-ACCNO.
           MOVE CD04I-PERSON-PID TO CD22I-PID.

           MOVE 'DBANK22P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK22P' USING BY REFERENCE CD22-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ALERT-ERRMSG NOT = SPACES
              MOVE WS-ALERT-ERRMSG TO BANK-ERRMSG
              END-IF
           END-IF.

      *=================================================================
      * Is the signed-on user staff tied to the paying or the
      * receiving account?  DSTAF01P answers; customers pass at once.
      *=================================================================
       P159-CHECK-STAFF.
           MOVE SPACE            TO WS-STAFF-HOLD-SW.
           MOVE SPACES           TO STAF01-DATA WS-ALERT-ERRMSG.
           SET STAF01I-CHECK     TO TRUE.
           MOVE CD04I-PERSON-PID TO STAF01I-USERID.
           MOVE CD04I-FROM-ACC   TO STAF01I-ACCNO.

           MOVE 'DSTAF01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ALERT-ERRMSG = SPACES AND STAF01O-NOT-RELATED AND
              CD04I-TO-ACC NOT = SPACES
              MOVE CD04I-TO-ACC TO STAF01I-ACCNO
              MOVE 'DSTAF01P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                    BY REFERENCE WS-ALERT-ERRMSG
                                    BY REFERENCE WS-STAFF-GOODMSG
              MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

           IF WS-ALERT-ERRMSG NOT = SPACES
              MOVE WS-ALERT-ERRMSG TO BANK-ERRMSG
              MOVE SPACES          TO WS-ALERT-ERRMSG
           ELSE
              IF STAF01O-IS-RELATED
                 SET WS-STAFF-HOLD TO TRUE
              END-IF
           END-IF.

      *=================================================================
      * Does the paying account belong to, or is it held by, a
      * customer with a vulnerability marker - and is this payment
      * one that needs a second check?  DVULN01P answers.
      *=================================================================
       P156-CHECK-VULNERABLE.
           MOVE SPACES           TO VULN01-DATA WS-VULN-ERRMSG.
           SET VULN01I-CHECK     TO TRUE.
           MOVE CD04I-PERSON-PID TO VULN01I-USERID.
           MOVE 'BBANK50P'       TO VULN01I-SOURCE.
           MOVE CD04I-FROM-ACC   TO VULN01I-ACCNO.
           MOVE WS-XFER-AMT-NUM-N TO VULN01I-AMOUNT.
           EVALUATE TRUE
               WHEN CD04I-EXT-ROUTING NOT = SPACES
                   MOVE 'E' TO VULN01I-KIND
                   MOVE CD04I-EXT-ROUTING TO VULN01I-EXT-ROUTING
                   MOVE CD04I-EXT-ACC     TO VULN01I-EXT-ACC
               WHEN CD04I-BILLER NOT = SPACES
                   MOVE 'B' TO VULN01I-KIND
                   MOVE CD04I-BILLER   TO VULN01I-BILLER
                   MOVE CD04I-BILL-REF TO VULN01I-BILL-REF
               WHEN OTHER
                   MOVE 'T' TO VULN01I-KIND
                   MOVE CD04I-TO-ACC TO VULN01I-TO-ACC
           END-EVALUATE.

           MOVE 'DVULN01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DVULN01P' USING BY REFERENCE VULN01-DATA
                                 BY REFERENCE WS-VULN-ERRMSG
                                 BY REFERENCE WS-VULN-GOODMSG
           MOVE WS-VULN-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-VULN-ERRMSG NOT = SPACES
              MOVE WS-VULN-ERRMSG TO BANK-ERRMSG
           END-IF.

       P155-QUEUE-FOR-APPROVAL.
           MOVE SPACES            TO CD59-DATA.
           SET CD59I-QUEUE        TO TRUE.
           MOVE CD04I-EFF-DATE    TO CD59I-EFF-DATE.
           MOVE CD04I-EXT-ROUTING TO CD59I-EXT-ROUTING.
           MOVE CD04I-EXT-ACC     TO CD59I-EXT-ACC.
           MOVE CD04I-BILLER      TO CD59I-BILLER.
           MOVE CD04I-BILL-REF    TO CD59I-BILL-REF.

           MOVE 'DBANK59P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK59P' USING BY REFERENCE CD59-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE 'Transfer queued for supervisor approval'
           MOVE CD04I-EXT-ACC      TO CD43I-EXT-ACC.
           MOVE WS-XFER-AMT-NUM-N  TO CD43I-AMOUNT.

           MOVE 'DBANK43P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK43P' USING BY REFERENCE CD43-DATA
                                 BY REFERENCE BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

       P170-SAVE-WIRE-AUDIT.
           MOVE SPACES             TO CD06-DATA.
                  CD43O-REF        DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           MOVE 'DBANK06P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE SPACES TO GOOD-ERRMSG
              PERFORM P270-SEND-LARGE-XFER-ALERT
           END-IF.

      *=================================================================
      * Bill payment - debit the FROM account as a single-leg DBANK04P
      * update exactly as a wire does, queue the BNKBILLP payment
      * through DBILL01P (which checks the reference against the
      * biller's format once more), and write the BNKTXN audit row as
      * a bill-payment-category ledger entry carrying the payment
      * reference.  All one unit of work - a failed queue insert
      * rolls the debit back with it.
      *=================================================================
       P180-BILL-PAYMENT.
           MOVE WS-XFER-ACCT-FROM-BAL-N TO CD04I-FROM-OLD-BAL.
           COMPUTE WS-XFER-ACCT-FROM-NEW-BAL-N =
               WS-XFER-ACCT-FROM-BAL-N - WS-XFER-AMT-NUM-N
                 - WS-TDEP-PENALTY-N.
           MOVE WS-XFER-ACCT-FROM-NEW-BAL-N TO CD04I-FROM-NEW-BAL.
           SET CD04I-SINGLE-LEG TO TRUE.

           PERFORM P200-MAKE-TRANSFER.

           IF BANK-ERRMSG = SPACES AND CD04O-RETRY-NEEDED
              MOVE 'Transfer failed - balances changed, please retry'
                TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES
              PERFORM P185-QUEUE-BILL
           END-IF.

           IF BANK-ERRMSG = SPACES
              PERFORM P190-SAVE-BILL-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              WS-TDEP-PENALTY-N IS GREATER THAN ZERO
              PERFORM P285-SAVE-PENALTY-AUDIT
           END-IF.

       P185-QUEUE-BILL.
           MOVE SPACES             TO BILL01-DATA.
           SET BILL01I-QUEUE       TO TRUE.
           MOVE CD04I-PERSON-PID   TO BILL01I-USERID.
           MOVE CD04I-BILLER       TO BILL01I-CODE.
           MOVE CD04I-BILL-REF     TO BILL01I-CUST-REF.
           MOVE CD04I-PERSON-PID   TO BILL01I-PID.
           MOVE CD04I-FROM-ACC     TO BILL01I-FROM-ACC.
           MOVE WS-XFER-AMT-NUM-N  TO BILL01I-AMOUNT.

           MOVE 'DBILL01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

       P190-SAVE-BILL-AUDIT.
           MOVE SPACES             TO CD06-DATA.
           MOVE CD04I-PERSON-PID   TO CD06I-PERSON-PID.
           SET CD06I-LEDGER        TO TRUE.
           MOVE CD04I-FROM-ACC     TO CD06I-FROM-ACC.
           MULTIPLY WS-XFER-AMT-NUM-N BY -1
                                   GIVING CD06I-FROM-AMOUNT.
           MOVE 'B'                TO CD06I-CATEGORY.
           MOVE SPACES             TO CD06I-FROM-DESC.
           STRING 'Bill pay '      DELIMITED BY SIZE
                  BILL01O-REF      DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           MOVE 'DBANK06P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE SPACES TO GOOD-ERRMSG
              STRING 'Bill payment of ' DELIMITED BY SIZE
                     CD04I-AMT          DELIMITED BY SIZE
                     ' to '             DELIMITED BY SIZE
                     BILL01O-NAME       DELIMITED BY '  '
                     ', ref '           DELIMITED BY SIZE
                     BILL01O-REF        DELIMITED BY SIZE
                INTO GOOD-ERRMSG
              PERFORM P270-SEND-LARGE-XFER-ALERT
           END-IF.

      *=================================================================
       P100-PREPARE-TRANSFER.
021900*    MOVE SPACES                         TO  CD04-DATA.
023100     MOVE WS-XFER-ACCT-FROM-BAL-N        TO  CD04I-FROM-OLD-BAL.  
      *
       P200-MAKE-TRANSFER.
           MOVE 'DBANK04P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
002000     CALL 'DBANK04P' USING   BY REFERENCE CD04-DATA
                                   BY REFERENCE BANK-ERRMSG
                                   BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * DBANK04P found a balance had already moved under the
           SET CD61I-ENSURE    TO TRUE.
           MOVE CD04I-EFF-DATE TO CD61I-DATE.

           MOVE 'DBANK61P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD61O-DATE NOT = CD04I-EFF-DATE
           END-IF.
           MOVE SPACES TO WS-ALERT-ERRMSG GOOD-ERRMSG.

           MOVE 'DBANK09P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK09P' USING BY REFERENCE CD04-DATA
                                  BY REFERENCE BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              STRING 'Transfer of '   DELIMITED BY SIZE
       P260-COMPLETE-UNIT-OF-WORK.
           IF WS-UOW-STARTED
              IF BANK-ERRMSG = SPACES
                 MOVE 'DBANK17P' TO RESP01I-PROGRAM
                 PERFORM P980-RESP-START
                 CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
                 MOVE SPACES TO RESP01I-ERRMSG
                 PERFORM P985-RESP-END
              ELSE
                 MOVE 'DBANK18P' TO RESP01I-PROGRAM
                 PERFORM P980-RESP-START
                 CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
                 MOVE SPACES TO RESP01I-ERRMSG
                 PERFORM P985-RESP-END
              END-IF
           END-IF.

026000             CD04I-FROM-ACC DELIMITED BY SIZE
026100                                 INTO  CD06I-TO-DESC.
                                  
           MOVE 'DBANK06P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
002000     CALL 'DBANK06P' USING   by reference    CD06-DATA
                                   by reference    BANK-ERRMSG
                                   by reference    GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.
026300
           IF BANK-ERRMSG = SPACES
              MOVE CD06O-XFER-REF TO CD04O-XFER-REF
           SET TDEP01I-QUERY      TO TRUE.
           MOVE WS-XFER-ACCT-FROM TO TDEP01I-ACCNO.

           MOVE 'DTDEP01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DTDEP01P' USING BY REFERENCE TDEP01-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES TO GOOD-ERRMSG.

                                   GIVING CD06I-FROM-AMOUNT.
           MOVE 'Early withdrawal penalty' TO CD06I-FROM-DESC.

           MOVE 'DBANK06P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE WS-TDEP-PENALTY-N TO WS-TDEP-PENALTY-DSP
                INTO GOOD-ERRMSG
           END-IF.

      *=================================================================
      * Registered-plan room check on the TO account - DPLAN01P says
      * whether it is a plan and by how much the converted credit
      * overshoots the room left this year.  Like the alert, this
      * never stops the transfer - a failed lookup just means no
      * warning.
      *=================================================================
       P287-CHECK-PLAN-ROOM.
           MOVE ZERO          TO WS-PLAN-OVER-N.
           MOVE SPACES        TO PLAN01-DATA WS-PLAN-ERRMSG
                                 WS-PLAN-GOODMSG.
           SET PLAN01I-CHECK  TO TRUE.
           MOVE CD04I-PERSON-PID TO PLAN01I-USERID.
           MOVE WS-XFER-ACCT-TO  TO PLAN01I-ACCNO.
           MOVE WS-CONV-AMT-N    TO PLAN01I-AMOUNT.

           MOVE 'DPLAN01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DPLAN01P' USING BY REFERENCE PLAN01-DATA
                                 BY REFERENCE WS-PLAN-ERRMSG
                                 BY REFERENCE WS-PLAN-GOODMSG
           MOVE WS-PLAN-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-PLAN-ERRMSG = SPACES AND PLAN01O-IS-PLAN
              MOVE PLAN01O-OVER-AMT TO WS-PLAN-OVER-N
           END-IF.

      *-----------------------------------------------------------------
      * The confirmation carries the over-contribution warning.
      *-----------------------------------------------------------------
       P288-WARN-PLAN-ROOM.
           MOVE WS-PLAN-OVER-N TO WS-PLAN-OVER-DSP.
           MOVE SPACES TO GOOD-ERRMSG.
           IF CD04I-EFF-DATE IS EQUAL TO SPACES
              STRING 'Transferred - over plan contribution room by '
                       DELIMITED BY SIZE
                     WS-PLAN-OVER-DSP DELIMITED BY SIZE
                INTO GOOD-ERRMSG
           ELSE
              STRING 'Queued - over plan contribution room by '
                       DELIMITED BY SIZE
                     WS-PLAN-OVER-DSP DELIMITED BY SIZE
                INTO GOOD-ERRMSG
           END-IF.

      *=================================================================
      * Large-transaction alert - queue a row on BNKMAILQ for the
      * mailer to pick up whenever the amount entered exceeds
      * WS-ALERT-THRESHOLD and the customer has opted into e-mail
      * notifications (BCS_SEND_EMAIL = 'Y' on their BNKCUST row),
      * or by text where DBANK20P finds the customer takes it that way.
      * This never affects the transfer itself - a lookup or queue
      * failure here is silently skipped, not reported as an error.
      *=================================================================
              MOVE SPACES           TO CD02-DATA WS-ALERT-ERRMSG
              SET CD02I-READ        TO TRUE

              MOVE 'DBANK02P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                    BY REFERENCE CD02-DATA
                                    BY REFERENCE WS-ALERT-ERRMSG
              MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END

              IF WS-ALERT-ERRMSG = SPACES
                 MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
                 MOVE CD04I-PERSON-PID  TO CD20I-PID
      *          Without an e-mail route the warning goes only if the
      *          customer takes it by text.
                 IF CD02O-SEND-EMAIL IS EQUAL TO 'Y' AND
                    CD02O-EMAIL IS NOT EQUAL TO SPACES
                    MOVE CD02O-EMAIL    TO CD20I-EMAIL
                 ELSE
                    SET CD20I-SMS-ONLY-YES TO TRUE
                 END-IF
                 MOVE CD04I-FROM-ACC    TO CD20I-FROM-ACC
                 MOVE CD04I-TO-ACC      TO CD20I-TO-ACC
                 MOVE WS-XFER-AMT-NUM-N TO CD20I-AMOUNT
      *          this alert is worded in the customer's language.
                 MOVE 'XFERALERT'       TO CD20I-TAG

                 MOVE 'DBANK20P' TO RESP01I-PROGRAM
                 PERFORM P980-RESP-START
                 CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                       BY REFERENCE WS-ALERT-ERRMSG
                 MOVE WS-ALERT-ERRMSG TO RESP01I-ERRMSG
                 PERFORM P985-RESP-END
              END-IF
           END-IF.

      * landing in the wrong live account.  Numbers allocated before
      * the scheme come back LEGACY and pass.  An external transfer
      * has no TO account of ours - the destination is validated as
      * a routing number plus external account instead, and a bill
      * payment as a registered biller plus a reference in the
      * biller's format.
      *=================================================================
           MOVE WS-XFER-ACCT-FROM TO UACC-ACCNO.
           PERFORM P290-CHECK-DIGIT.
              GO TO VALIDATE-DATA-EXIT
           END-IF.

           IF CD04I-EXT-ROUTING IS NOT EQUAL TO SPACES AND
              CD04I-BILLER IS NOT EQUAL TO SPACES
              MOVE 'Pay either a biller or an external account'
                TO BANK-ERRMSG
              GO TO VALIDATE-DATA-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN CD04I-EXT-ROUTING IS NOT EQUAL TO SPACES
                 PERFORM P295-VALIDATE-EXTERNAL
              WHEN CD04I-BILLER IS NOT EQUAL TO SPACES
                 PERFORM P296-VALIDATE-BILLER
              WHEN OTHER
                 MOVE WS-XFER-ACCT-TO TO UACC-ACCNO
                 PERFORM P290-CHECK-DIGIT
           END-EVALUATE.
           IF BANK-ERRMSG > SPACES
              GO TO VALIDATE-DATA-EXIT
           END-IF.
              MOVE 'External transfers cannot be future dated'
                TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * Biller destination - DBILL01P confirms the biller is live and
      * the customer's reference fits its format and check digit.  A
      * bill payment cannot be future dated either; a standing order
      * is the way to pay a biller later.
      *=================================================================
       P296-VALIDATE-BILLER.
           IF CD04I-EFF-DATE IS NOT EQUAL TO SPACES
              MOVE 'Bill payments cannot be future dated'
                TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES
              MOVE SPACES             TO BILL01-DATA
              SET BILL01I-VALIDATE    TO TRUE
              MOVE CD04I-BILLER       TO BILL01I-CODE
              MOVE CD04I-BILL-REF     TO BILL01I-CUST-REF

              MOVE 'DBILL01P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                    BY REFERENCE BANK-ERRMSG
                                    BY REFERENCE GOOD-ERRMSG
              MOVE BANK-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
              MOVE SPACES TO GOOD-ERRMSG
           END-IF.
044200                                                                   
      *=================================================================
044300 VALIDATE-XFER.                                                    
      *    them slide would make 3 pm the hour the limit stops
      *    mattering.  Only a teller-keyed future date sits outside
      *    today's total.
           PERFORM P231-CHECK-MINOR.

           IF BANK-ERRMSG NOT = SPACES
              GO TO VALIDATE-XFER-EXIT
           END-IF.

           IF CD04I-EFF-DATE IS EQUAL TO SPACES OR WS-CUTOFF-DEFERRED
              PERFORM P230-CHECK-DAILY-LIMIT
           END-IF.

048200 VALIDATE-XFER-EXIT.
048300     EXIT.                                                         

      *****************************************************************
      * Response-time stopwatch - DRESP01P times this call and every  *
      * data call it makes, and never fails the call it is timing.    *
      *****************************************************************
       P980-RESP-START.
           SET RESP01I-START TO TRUE.
           PERFORM P989-RESP-CALL.

       P985-RESP-END.
           SET RESP01I-END TO TRUE.
           PERFORM P989-RESP-CALL.

       P987-RESP-END-SELF.
           MOVE 'BBANK50P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
