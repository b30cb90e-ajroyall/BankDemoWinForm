       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       01  BANK-USERID             PIC X(5).

                                BY REFERENCE GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK90P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
           MOVE BANK-USERID TO CD19I-USERID.

           EVALUATE TRUE
                   PERFORM P100-LIST-ENTRIES
           END-EVALUATE.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *=================================================================
       P100-LIST-ENTRIES.
           MOVE 'DBANK19P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK19P' USING BY REFERENCE CD19-DATA
                                 BY REFERENCE BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
       P200-WRITE-ENTRY.
           PERFORM VALIDATE-ENTRY.

           IF BANK-ERRMSG = SPACES
               MOVE 'DBANK19P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK19P' USING BY REFERENCE CD19-DATA
                                     BY REFERENCE BANK-ERRMSG
               MOVE BANK-ERRMSG TO RESP01I-ERRMSG
               PERFORM P985-RESP-END
           END-IF.

           IF BANK-ERRMSG = SPACES
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'DBANK19P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK19P' USING BY REFERENCE CD19-DATA
                                     BY REFERENCE BANK-ERRMSG
               MOVE BANK-ERRMSG TO RESP01I-ERRMSG
               PERFORM P985-RESP-END
           END-IF.

           IF BANK-ERRMSG = SPACES
           IF BANK-ERRMSG = SPACES AND CD19I-NAME = SPACES
               MOVE 'State/province name must be present' TO BANK-ERRMSG
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
           MOVE 'BBANK90P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
