       WORKING-STORAGE SECTION.
       01  WS-COMMIT-STATUS        PIC X(1).

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       01  BANK-USERID             PIC X(5).

                                BY REFERENCE GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK93P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
           MOVE BANK-USERID TO CD88I-OFFICER.

           MOVE 'DBANK88P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK88P' USING BY REFERENCE CD88-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF CD88I-MERGE
               PERFORM P260-COMPLETE-UNIT-OF-WORK
           END-IF.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *=================================================================
      *=================================================================
       P260-COMPLETE-UNIT-OF-WORK.
           IF BANK-ERRMSG = SPACES
               MOVE 'DBANK17P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE SPACES TO RESP01I-ERRMSG
               PERFORM P985-RESP-END
               MOVE 'Customers merged' TO GOOD-ERRMSG
           ELSE
               MOVE 'DBANK18P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
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
           MOVE 'BBANK93P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
