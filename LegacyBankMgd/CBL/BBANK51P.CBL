003500 COPY CBANKVC6.
       COPY UACCTCC1.

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

005800 LINKAGE SECTION.
       COPY CBANKVC28.


           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK51P'  TO RESP01I-PROGRAM.
           MOVE CD28I-PID TO RESP01I-USERID.
           PERFORM P980-RESP-START.

           PERFORM P300-VALIDATE-DATA THRU
                   VALIDATE-DATA-EXIT.

           END-IF.

           IF BANK-ERRMSG = SPACES
              MOVE 'DBANK28P' TO RESP01I-PROGRAM
              PERFORM P980-RESP-START
              CALL 'DBANK28P' USING BY REFERENCE CD28-DATA
              MOVE SPACES TO RESP01I-ERRMSG
              PERFORM P985-RESP-END
           END-IF.

           IF BANK-ERRMSG = SPACES AND CD28O-CLOSE-FAILED

           PERFORM P260-COMPLETE-UNIT-OF-WORK.

           PERFORM P987-RESP-END-SELF
           GOBACK.

      *=================================================================
                  CD28I-FROM-ACC     DELIMITED BY SIZE
                                    INTO CD06I-TO-DESC.

           MOVE 'DBANK06P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK06P' USING   by reference    CD06-DATA
                                   by reference    BANK-ERRMSG
                                   by reference    GOOD-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * Commit the closure - both the balance moves inside DBANK28P and
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
           MOVE 'BBANK51P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
