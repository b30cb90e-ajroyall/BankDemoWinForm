002500*              is one unit of work: any failure rolls all of    *
002600*              it back, the same discipline BBANK50P applies    *
002700*              to a transfer.                                   *
002710*              A funding that takes the customer's connected-   *
002720*              party group over (or near) its large-exposure    *
002730*              limit still goes through - DLOAN07P flags it and *
002740*              the teller is told with the funding message.     *
002750*              Every origination is an application on the       *
002760*              BNKLNAPP register (DLOAN11P): it is taken and    *
002770*              committed before the unit of work starts, so a   *
002780*              refused or referred funding still leaves its     *
002790*              record.  Approval and funding are recorded       *
002791*              inside the unit of work; a refusal or referral   *
002792*              is recorded after the rollback and committed on  *
002793*              its own - a refusal declines the application     *
002794*              with reason DS and queues its adverse-action     *
002795*              notice.                                          *
002800*****************************************************************

       IDENTIFICATION DIVISION.
               88  WS-UOW-STARTED                VALUE "Y".
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-DSR-DSP                        PIC ZZ9.99.
           05  WS-UW-STATUS                      PIC X(1) VALUE "N".
               88  WS-UW-DONE                    VALUE "Y".
           05  WS-APP-STATUS                     PIC X(1).
           05  WS-APP-ERRMSG                     PIC X(65).
           05  WS-APP-GOODMSG                    PIC X(65).

       COPY CBANKVC14.
       COPY CLOAN07.
       COPY CLOAN11.
       COPY CBANKVC91.

       01  WS-BDATE-ERRMSG                       PIC X(65).
       01  WS-BDATE-GOODMSG                      PIC X(65).

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       COPY CBANKVC56.


           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK71P'  TO RESP01I-PROGRAM.
           MOVE CD56I-PERSON-PID TO RESP01I-USERID.
           PERFORM P980-RESP-START.

      *=================================================================
      * The quote picker's list request is a straight pass-through;
      * everything else here is the origination itself.
      *=================================================================
           IF CD56I-LIST
              MOVE 'DBANK56P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK56P' USING BY REFERENCE CD56-DATA
                                    BY REFERENCE BANK-ERRMSG
                                    BY REFERENCE GOOD-ERRMSG
              MOVE BANK-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

           IF NOT CD56I-ORIGINATE
              MOVE 'Invalid loan origination request' TO BANK-ERRMSG
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

           PERFORM P090-CHECK-BOOK-OPEN.

           IF BANK-ERRMSG NOT = SPACES
              PERFORM P987-RESP-END-SELF
              GOBACK
           END-IF.

           PERFORM P300-VALIDATE-DATA THRU
                   VALIDATE-DATA-EXIT.

           IF BANK-ERRMSG = SPACES
              PERFORM P095-REGISTER-APPLICATION
           END-IF.

           IF BANK-ERRMSG = SPACES
              SET WS-UOW-STARTED TO TRUE
              PERFORM P100-READ-QUOTE
              PERFORM P150-STORE-UNDERWRITING
           END-IF.

           IF BANK-ERRMSG = SPACES
              PERFORM P160-RECORD-FUNDING
           END-IF.

           IF BANK-ERRMSG = SPACES
              MOVE SPACES TO GOOD-ERRMSG
              EVALUATE TRUE
                 WHEN LOAN07O-EXP-BREACH
                    STRING 'Loan funded - account ' DELIMITED BY SIZE
                           CD56O-LOAN-ACC           DELIMITED BY SIZE
                           ' - over large-exposure limit'
                                                    DELIMITED BY SIZE
                      INTO GOOD-ERRMSG
                 WHEN LOAN07O-EXP-NEAR
                    STRING 'Loan funded - account ' DELIMITED BY SIZE
                           CD56O-LOAN-ACC           DELIMITED BY SIZE
                           ' - near large-exposure limit'
                                                    DELIMITED BY SIZE
                      INTO GOOD-ERRMSG
                 WHEN OTHER
                    STRING 'Loan funded - account ' DELIMITED BY SIZE
                           CD56O-LOAN-ACC           DELIMITED BY SIZE
                      INTO GOOD-ERRMSG
              END-EVALUATE
           END-IF.

           PERFORM P260-COMPLETE-UNIT-OF-WORK.

           IF WS-UW-DONE
              IF LOAN07O-REFUSED OR LOAN07O-REFERRED
                 PERFORM P270-RECORD-REFUSAL THRU
                         RECORD-REFUSAL-EXIT
              END-IF
           END-IF.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *=================================================================
      * The application is on the register before anything is
      * underwritten or funded, and committed on its own so it
      * survives whatever the funding does next.  Re-running the
      * origination on the same quote picks the open one back up.
      *=================================================================
       P095-REGISTER-APPLICATION.
           MOVE SPACES              TO LOAN11-DATA
                                       WS-APP-ERRMSG WS-APP-GOODMSG.
           SET LOAN11I-NEW          TO TRUE.
           MOVE CD56I-PERSON-PID    TO LOAN11I-USERID LOAN11I-PID.
           MOVE CD56I-QUOTE-TS      TO LOAN11I-QUOTE-TS.
           MOVE CD56I-PRODUCT       TO LOAN11I-PRODUCT.
           MOVE CD56I-INCOME        TO LOAN11I-INCOME.
           MOVE CD56I-OBLIGATIONS   TO LOAN11I-OBLIGATIONS.

           MOVE 'DLOAN11P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DLOAN11P' USING BY REFERENCE LOAN11-DATA
                                 BY REFERENCE WS-APP-ERRMSG
                                 BY REFERENCE WS-APP-GOODMSG
           MOVE WS-APP-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-APP-ERRMSG NOT = SPACES
              MOVE WS-APP-ERRMSG TO BANK-ERRMSG
              MOVE 'DBANK18P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           ELSE
              MOVE LOAN11O-APP-NO TO CD56O-APP-NO
              MOVE LOAN11O-STATUS TO WS-APP-STATUS
              MOVE 'DBANK17P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

       P100-READ-QUOTE.
           SET CD56I-READ TO TRUE.

           MOVE 'DBANK56P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK56P' USING BY REFERENCE CD56-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * The affordability gate - the quote's payment plus what the
           MOVE CD56I-INCOME        TO LOAN07I-INCOME.
           MOVE CD56I-OBLIGATIONS   TO LOAN07I-OBLIGATIONS.
           MOVE CD56O-PAYMENT       TO LOAN07I-NEW-PAYMENT.
           MOVE CD56O-PRINCIPAL     TO LOAN07I-PRINCIPAL.
           MOVE CD56I-OVERRIDE-SUP  TO LOAN07I-OVERRIDE-SUP.
           MOVE CD56O-APP-NO        TO LOAN07I-APP-NO.

           MOVE 'DLOAN07P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DLOAN07P' USING BY REFERENCE LOAN07-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           MOVE LOAN07O-DSR-PCT TO CD56O-DSR-PCT.

              GO TO UNDERWRITE-EXIT
           END-IF.

           SET WS-UW-DONE TO TRUE.

           MOVE LOAN07O-DSR-PCT TO WS-DSR-DSP.

           IF LOAN07O-REFUSED
           SET LOAN07I-STORE    TO TRUE.
           MOVE CD56O-LOAN-ACC  TO LOAN07I-LOAN-ACC.

           MOVE 'DLOAN07P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DLOAN07P' USING BY REFERENCE LOAN07-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * The approval and the funding on the application's record,
      * inside the unit of work - rolled back with everything else
      * if the funding does not complete.
      *=================================================================
       P160-RECORD-FUNDING.
           SET LOAN11I-UNDERWRITTEN TO TRUE.
           MOVE LOAN07O-DECISION    TO LOAN11I-UW-DECISION.
           MOVE LOAN07O-DSR-PCT     TO LOAN11I-DSR-PCT.
           MOVE CD56I-OVERRIDE-SUP  TO LOAN11I-SUPERVISOR.
           MOVE CD56O-APP-NO        TO LOAN11I-APP-NO.
           PERFORM P165-CALL-REGISTER.

           IF BANK-ERRMSG = SPACES
              SET LOAN11I-FUNDED    TO TRUE
              MOVE CD56O-LOAN-ACC   TO LOAN11I-LOAN-ACC
              PERFORM P165-CALL-REGISTER
           END-IF.

       P165-CALL-REGISTER.
           MOVE SPACES TO WS-APP-ERRMSG WS-APP-GOODMSG.

           MOVE 'DLOAN11P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DLOAN11P' USING BY REFERENCE LOAN11-DATA
                                 BY REFERENCE WS-APP-ERRMSG
                                 BY REFERENCE WS-APP-GOODMSG
           MOVE WS-APP-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-APP-ERRMSG NOT = SPACES
              MOVE WS-APP-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * A refusal or referral, recorded once the funding's unit of
      * work has rolled back and committed on its own.  The teller
      * keeps the underwriting message; a referral already on the
      * register is not recorded again.
      *=================================================================
       P270-RECORD-REFUSAL.
           IF LOAN07O-REFERRED AND WS-APP-STATUS = 'R'
              GO TO RECORD-REFUSAL-EXIT
           END-IF.

           SET LOAN11I-UNDERWRITTEN TO TRUE.
           MOVE LOAN07O-DECISION    TO LOAN11I-UW-DECISION.
           MOVE LOAN07O-DSR-PCT     TO LOAN11I-DSR-PCT.
           MOVE CD56O-APP-NO        TO LOAN11I-APP-NO.
           MOVE SPACES TO WS-APP-ERRMSG WS-APP-GOODMSG.

           MOVE 'DLOAN11P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DLOAN11P' USING BY REFERENCE LOAN11-DATA
                                 BY REFERENCE WS-APP-ERRMSG
                                 BY REFERENCE WS-APP-GOODMSG
           MOVE WS-APP-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-APP-ERRMSG = SPACES
              MOVE 'DBANK17P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           ELSE
              MOVE 'DBANK18P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.
           MOVE SPACES TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       RECORD-REFUSAL-EXIT.
           EXIT.

      *=================================================================
      * The loan account opens through the same DBANK14P path every
           MOVE CD56I-PERSON-PID TO CD14I-USERID.
           MOVE WS-LOAN-ACC-TYPE TO CD14I-ACC-TYPE.

           MOVE 'DBANK14P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK14P' USING BY REFERENCE CD14-DATA
                                 BY REFERENCE BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF BANK-ERRMSG = SPACES AND CD14O-OPENED-OK
              MOVE CD14O-ACCNO TO CD56O-LOAN-ACC
       P120-DISBURSE.
           SET CD56I-DISBURSE TO TRUE.

           MOVE 'DBANK56P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK56P' USING BY REFERENCE CD56-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

       P130-STORE-SCHEDULE.
           SET CD56I-SCHEDULE TO TRUE.

           MOVE 'DBANK56P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK56P' USING BY REFERENCE CD56-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

       P140-CREATE-COLLECTION.
           SET CD56I-ORDER TO TRUE.

           MOVE 'DBANK56P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK56P' USING BY REFERENCE CD56-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * Commit the whole origination - account open, disbursement,
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

                              WS-BDATE-ERRMSG WS-BDATE-GOODMSG.
           SET CD91I-QUERY TO TRUE.

           MOVE 'DBANK91P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG
           MOVE WS-BDATE-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-BDATE-ERRMSG NOT = SPACES
               MOVE WS-BDATE-ERRMSG TO BANK-ERRMSG
                     TO BANK-ERRMSG
               END-IF
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
           MOVE 'BBANK71P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
