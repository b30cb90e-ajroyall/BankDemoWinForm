       01  WS-MISC-STORAGE.
           05  FILLER                            PIC X(1).

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       COPY CBANKVC58.


           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK91P'  TO RESP01I-PROGRAM.
           MOVE CD58I-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.

           PERFORM P300-VALIDATE-DATA THRU
                   VALIDATE-DATA-EXIT.

           IF BANK-ERRMSG = SPACES
              MOVE 'DBANK58P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK58P' USING BY REFERENCE CD58-DATA
                                    BY REFERENCE BANK-ERRMSG
                                    BY REFERENCE GOOD-ERRMSG
              MOVE BANK-ERRMSG TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *=================================================================

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
           MOVE 'BBANK91P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
