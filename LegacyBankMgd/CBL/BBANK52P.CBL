       COPY CBANKVC74.
       COPY CBANKVC55.

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       COPY CBANKVC59.


           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK52P'  TO RESP01I-PROGRAM.
           MOVE CD59I-SUPERVISOR TO RESP01I-USERID.
           PERFORM P980-RESP-START.

           EVALUATE TRUE
               WHEN CD59I-LIST
                   PERFORM P100-PASS-THROUGH
                     TO BANK-ERRMSG
           END-EVALUATE.

           PERFORM P987-RESP-END-SELF
           GOBACK.

       P100-PASS-THROUGH.
           MOVE 'DBANK59P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK59P' USING BY REFERENCE CD59-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * Approve: read the item (role and self-approval rules enforced

           SET CD59I-READ TO TRUE.

           MOVE 'DBANK59P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK59P' USING BY REFERENCE CD59-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG > SPACES
              GO TO APPROVE-EXIT

           SET CD59I-APPROVE-MARK TO TRUE.

           MOVE 'DBANK59P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK59P' USING BY REFERENCE CD59-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG > SPACES
              GO TO APPROVE-EXIT
      *    A queued item with no destination at all is a parked CASH
      *    withdrawal (the signer-limit gate in DBANK55P queues that
      *    shape) - replay it back through the cash path with the
      *    gate skipped, under the original teller's drawer.  A
      *    bill payment has its biller for a destination instead.
           IF CD59O-TO-ACC = SPACES AND CD59O-EXT-ROUTING = SPACES
              AND CD59O-BILLER = SPACES
              PERFORM P250-REPLAY-CASH
              GO TO APPROVE-EXIT
           END-IF.
           MOVE CD59O-EFF-DATE     TO CD04I-EFF-DATE.
           MOVE CD59O-EXT-ROUTING  TO CD04I-EXT-ROUTING.
           MOVE CD59O-EXT-ACC      TO CD04I-EXT-ACC.
           MOVE CD59O-BILLER       TO CD04I-BILLER.
           MOVE CD59O-BILL-REF     TO CD04I-BILL-REF.
           SET CD04I-SUPERVISOR-OK TO TRUE.

           CALL 'BBANK50P' USING BY REFERENCE CD04-DATA
      * unrelated commit can't turn it into an approved item whose
      * postings never happened.
           IF BANK-ERRMSG > SPACES
              MOVE 'DBANK18P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

       APPROVE-EXIT.
           MOVE CD59O-FROM-ACC   TO CD55I-ACCNO.
           MOVE CD59O-AMOUNT     TO CD55I-AMOUNT.

           MOVE 'DBANK55P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK55P' USING BY REFERENCE CD55-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG > SPACES
              MOVE 'DBANK18P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           ELSE
              MOVE 'DBANK17P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
              MOVE 'Cash withdrawal approved and posted'
                TO GOOD-ERRMSG
           END-IF.
           MOVE CD59I-SUPERVISOR TO STEP01I-PID.
           MOVE 'XAPPROVE'      TO STEP01I-PURPOSE.

           MOVE 'DSTEP01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE 'DBANK17P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

      *=================================================================
           MOVE 'XAPPROVE'       TO STEP01I-PURPOSE.
           MOVE CD59I-STEP-CODE  TO STEP01I-CODE.

           MOVE 'DSTEP01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE SPACES           TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE CD59I-SUPERVISOR TO CD74I-USERID.
              MOVE 'STEP-UP CHALLENGE FAILED' TO CD74I-AFTER
           END-IF.

           MOVE 'DBANK74P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG
           MOVE WS-AUDIT-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *    The audited outcome - and the consumed code - are settled
      *    now, whatever the replay does afterwards.
           MOVE 'DBANK17P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES AND NOT STEP01O-VERIFIED
              MOVE 'Step-up challenge not passed' TO BANK-ERRMSG
      * change is committed here so the teller sees it at once.
      *=================================================================
       P300-REJECT.
           MOVE 'DBANK59P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK59P' USING BY REFERENCE CD59-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES
              MOVE 'DBANK17P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

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
           MOVE 'BBANK52P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
