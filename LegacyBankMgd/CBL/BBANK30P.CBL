       01  WS-HOLD-ERRMSG                        PIC X(65).
       01  WS-HOLD-GOODMSG                       PIC X(65).
                                                                         
       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

009600 LINKAGE SECTION.
       01  BANK-USERID         PIC X(5).
       01  BANK-USERNM         PIC X(25).

      *  Clear all previous data 
011400     MOVE SPACES TO BANK-ERRMSG BANK-USERNM CD01-DATA CD03-DATA.     

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK30P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
011500                                                                   
011700* This is the main process
024400     PERFORM P100-POPULATE-SCREEN-DATA .                                
024600                                                                   
           PERFORM P987-RESP-END-SELF
026300     GOBACK.                                                       
026400                                                                   
011600*****************************************************************  
               
027700* Now go get the data. First User Name, then Account Balances                                              
002000     IF BANK-USERID > Spaces Then
               MOVE 'DBANK01P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK01P' USING   by reference BANK-USERID
                                       by Reference CD01-DATA
               MOVE SPACES TO RESP01I-ERRMSG
               PERFORM P985-RESP-END.

002000     IF BANK-USERID > Spaces Then  
               MOVE 'DBANK03P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK03P' USING   by reference BANK-USERID
                                       by Reference CD03-DATA
               MOVE SPACES TO RESP01I-ERRMSG
               PERFORM P985-RESP-END.
           
           If CD01O-PERSON-NAME > Spaces Then
               Move CD01O-PERSON-NAME to BANK-USERNM.
           SET CD49I-TOTAL          TO TRUE.
           MOVE CD03O-ACC(WS-SUB1)  TO CD49I-ACCNO.

           MOVE 'DBANK49P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK49P' USING BY REFERENCE CD49-DATA
                                 BY REFERENCE WS-HOLD-ERRMSG
                                 BY REFERENCE WS-HOLD-GOODMSG
           MOVE WS-HOLD-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-HOLD-ERRMSG = SPACES
               MOVE CD49O-HOLD-TOTAL TO CD03O-HOLD(WS-SUB1)
           SET CD83I-QUERY          TO TRUE.
           MOVE CD03O-ACC(WS-SUB1)  TO CD83I-ACCNO.

           MOVE 'DBANK83P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE WS-HOLD-ERRMSG
                                 BY REFERENCE WS-HOLD-GOODMSG
           MOVE WS-HOLD-ERRMSG TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

           IF WS-HOLD-ERRMSG = SPACES AND CD83O-IS-FROZEN
               MOVE 'F' TO CD03O-STATUS(WS-SUB1)
           MOVE WS-SRV-TYPE TO CD25I-BAT-TYPE.
           MOVE SPACES      TO CD25O-DATA.

           MOVE 'DBANK25P' TO RESP01I-PROGRAM
           PERFORM P980-RESP-START
           CALL 'DBANK25P' USING BY REFERENCE CD25-DATA
           MOVE SPACES TO RESP01I-ERRMSG
           PERFORM P985-RESP-END.

      *=================================================================
      * The schedule came back ordered highest band to lowest (band 0
045500     CALL 'UDATECNV' USING by Reference CDATED.             

045700     EXIT.                                                         

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
           MOVE 'BBANK30P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
