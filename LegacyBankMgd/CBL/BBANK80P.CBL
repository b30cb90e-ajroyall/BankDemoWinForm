       01  WS-MISC-STORAGE.
           05  WS-TDEP-ERRMSG                    PIC X(65).
           05  WS-TDEP-GOODMSG                   PIC X(65).
           05  WS-WPAK-ERRMSG                    PIC X(65).
           05  WS-WPAK-GOODMSG                   PIC X(65).

       COPY CTDEP01.
       COPY CWPAK01.

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       01  BANK-USERID             PIC X(5).
                                by reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK80P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
           MOVE BANK-USERID TO CD14I-PERSON-PID.
           MOVE BANK-USERID TO CD14I-USERID.

           PERFORM VALIDATE-DATA.

           IF BANK-ERRMSG = SPACES
               MOVE 'DBANK14P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK14P' USING  by reference CD14-DATA
                                      by reference BANK-ERRMSG
               MOVE BANK-ERRMSG TO RESP01I-ERRMSG
               PERFORM P985-RESP-END.

      *=================================================================
      * A non-zero term makes the new account a term deposit - write
           IF BANK-ERRMSG = SPACES AND CD14O-OPENED-OK AND
              CD14I-TERM-MONTHS IS GREATER THAN ZERO
               PERFORM RECORD-TERM-DEPOSIT
               IF BANK-ERRMSG = SPACES
                   PERFORM RECORD-WELCOME-PACK
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
                      CD14O-ACCNO DELIMITED BY SIZE
                 INTO GOOD-ERRMSG.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *===================================================================================
           MOVE CD14I-ROLLOVER     TO TDEP01I-ROLLOVER.
           MOVE CD14I-PAYOUT-ACC   TO TDEP01I-PAYOUT-ACC.

           MOVE 'DTDEP01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DTDEP01P' USING BY REFERENCE TDEP01-DATA
                                 BY REFERENCE WS-TDEP-ERRMSG
                                 BY REFERENCE WS-TDEP-GOODMSG
           MOVE WS-TDEP-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-TDEP-ERRMSG NOT = SPACES
               MOVE WS-TDEP-ERRMSG TO BANK-ERRMSG
           END-IF.

      *===================================================================================
      * A term deposit's welcome pack discloses its term, maturity and
      * locked rate, so it is built here once the instruction is on
      * file - DBANK14P builds every other account's.  Same unit of
      * work again: no pack, no account.
       RECORD-WELCOME-PACK.
           MOVE SPACES             TO WPAK01-DATA
                                      WS-WPAK-ERRMSG WS-WPAK-GOODMSG.
           SET WPAK01I-BUILD       TO TRUE.
           MOVE BANK-USERID        TO WPAK01I-USERID.
           MOVE CD14O-ACCNO        TO WPAK01I-ACCNO.

           MOVE 'DWPAK01P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DWPAK01P' USING BY REFERENCE WPAK01-DATA
                                 BY REFERENCE WS-WPAK-ERRMSG
                                 BY REFERENCE WS-WPAK-GOODMSG
           MOVE WS-WPAK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-WPAK-ERRMSG NOT = SPACES
               MOVE WS-WPAK-ERRMSG TO BANK-ERRMSG
           END-IF.

      *===================================================================================
       VALIDATE-DATA.
           IF BANK-USERID = SPACES THEN

       VALIDATE-DATA-EXIT.
           EXIT.

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
           MOVE 'BBANK80P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
