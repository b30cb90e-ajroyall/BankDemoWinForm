005500                                                                   
005600*01  WS-BANK-DATA.                                                 
005700*COPY CBANKDAT.                                                    
       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

006700 LINKAGE SECTION.                                                  
00     COPY CBANKVC5 .
       
                                   BY REFERENCE BANK-ERRMSG.       

008500     MOVE SPACES TO CD05O-DATA BANK-ERRMSG.                                

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK40P'  TO RESP01I-PROGRAM.
           MOVE CD05I-ID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
008600                                                                   
           PERFORM P100-LOAD-DATA . 
009600                                                                   
           PERFORM P987-RESP-END-SELF
001600     GOBACK.
           
024000*========================================================                                                                   
024100 P100-LOAD-DATA.                                             

           MOVE 'DBANK05P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
002000     CALL 'DBANK05P' USING   BY REFERENCE CD05-DATA
                                   BY REFERENCE BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.
       
031000     IF CD05O-ID(1) > SPACES
               MOVE 1 TO WS-SUB1
           END-IF.

036000

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
           MOVE 'BBANK40P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
