
           COPY CBANKVC91.

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       01  BANK-USERID             PIC X(5).

                                BY REFERENCE GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK21P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
           MOVE BANK-USERID  TO CD06I-PERSON-PID.
           SET CD06I-LEDGER  TO TRUE.

           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'DBANK06P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG
               MOVE BANK-ERRMSG TO RESP01I-ERRMSG
               PERFORM P985-RESP-END
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Ledger entry posted successfully' TO GOOD-ERRMSG
           END-IF.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *===================================================================================
           MOVE SPACES     TO CD91-DATA WS-BDATE-ERRMSG.
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
           MOVE 'BBANK21P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
