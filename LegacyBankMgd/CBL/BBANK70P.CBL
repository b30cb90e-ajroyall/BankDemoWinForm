
       01 DBANK12-ERRMSG                           PIC X(65).

       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

009200 LINKAGE SECTION.
       COPY CBANKVC7 .

                                   by reference BANK-ERRMSG .

011000     MOVE SPACES TO BANK-ERRMSG.                                

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK70P'  TO RESP01I-PROGRAM.
           PERFORM P980-RESP-START.
011100                                                                   
011300* This is the main process 
020700     PERFORM VALIDATE-DATA.                                   
               END-IF
           END-IF.

           PERFORM P987-RESP-END-SELF
001600     GOBACK.
026500                                                                   
      *============================================================================
           MOVE WS-LOAN-TERM             TO CD12I-TERM.
           MOVE WS-LOAN-MONTHLY-PAYMENT  TO CD12I-PAYMENT.

           MOVE 'DBANK12P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK12P' USING  by reference    CD12-DATA
                                  by reference    DBANK12-ERRMSG
           MOVE DBANK12-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF DBANK12-ERRMSG > SPACES
               MOVE DBANK12-ERRMSG TO BANK-ERRMSG
046800 VALIDATE-TERM-EXIT.                                               
046900     EXIT.                                                         
047000                                                                   

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
           MOVE 'BBANK70P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
