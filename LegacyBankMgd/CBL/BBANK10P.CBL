003000 01  WS-MISC-STORAGE.
003100   05  FILLER                                PIC X(1).
004200
       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

005800 LINKAGE SECTION.
       COPY CBANKVC11.


           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK10P'  TO RESP01I-PROGRAM.
           MOVE CD11I-PERSON-PID TO RESP01I-USERID.
           MOVE CD11I-WORKSTATION TO RESP01I-WORKSTATION.
           PERFORM P980-RESP-START.

           IF CD11I-PERSON-PID EQUAL SPACES
              MOVE 'Please enter a user ID' TO BANK-ERRMSG
              GO TO BBANK10P-EXIT
              GO TO BBANK10P-EXIT
           END-IF.

           MOVE 'DBANK11P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK11P' USING BY REFERENCE CD11-DATA
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           EVALUATE TRUE
               WHEN CD11O-AUTH-OK
           END-EVALUATE.

       BBANK10P-EXIT.
           PERFORM P987-RESP-END-SELF
           GOBACK.

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
           MOVE 'BBANK10P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
