           88  WS-STATE-FOUND                   VALUE 'Y'.
           88  WS-STATE-NOT-FOUND                VALUE 'N'.

       01  WS-DOB-CHECK                         PIC X(10).
       01  WS-DOB-CHECK-R REDEFINES WS-DOB-CHECK.
           05  WS-DOB-YYYY                      PIC X(4).
           05  WS-DOB-DASH1                     PIC X(1).
           05  WS-DOB-MM                        PIC X(2).
           05  WS-DOB-DASH2                     PIC X(1).
           05  WS-DOB-DD                        PIC X(2).
       01  WS-DOB-SYSDATE                       PIC 9(8).
       01  WS-DOB-SYSDATE-R REDEFINES WS-DOB-SYSDATE.
           05  WS-DOB-SYS-YYYY                  PIC 9(4).
           05  WS-DOB-SYS-MM                    PIC 9(2).
           05  WS-DOB-SYS-DD                    PIC 9(2).
       01  WS-DOB-TODAY                         PIC X(10).

       01  CD01-DATA.                                                  
001500     10  CD01I-DATA.                                               
001600       15  CD01I-PERSON-PID                  PIC X(5).             
001800       15  CD01O-PERSON-PID                  PIC X(5).             
001900       15  CD01O-PERSON-NAME                 PIC X(25).                                                                  
009600 
       01  WS-RESP-ERRMSG                        PIC X(65).
       COPY CRESP01.

       LINKAGE SECTION.
       01  BANK-USERID             PIC X(5).
           
                                by reference GOOD-ERRMSG .

011400     MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.     

      * Response time - this call and each data call it makes.
           MOVE SPACES      TO RESP01-DATA.
           MOVE 'BBANK60P'  TO RESP01I-PROGRAM.
           MOVE BANK-USERID TO RESP01I-USERID.
           PERFORM P980-RESP-START.
006700                                                                   
008700     IF CD02I-READ AND BANK-USERID > SPACES THEN
               PERFORM READ-DATA.
           IF CD02I-WRITE THEN
               PERFORM UPDATE-DATA.
               
           PERFORM P987-RESP-END-SELF
           GOBACK.                                                            
011200                                                                   
031200*===============================================================================                                                                  
020800     PERFORM VALIDATE-DATA .                                 

002000     IF BANK-ERRMSG = SPACES THEN
               MOVE 'DBANK02P' TO RESP01I-PROGRAM
               PERFORM P980-RESP-START
               CALL 'DBANK02P' USING   by reference BANK-USERID
                                       by reference CD02-DATA
                                       by reference BANK-ERRMSG
               MOVE BANK-ERRMSG TO RESP01I-ERRMSG
               PERFORM P985-RESP-END.
                                       
002000     IF BANK-ERRMSG = SPACES THEN
027700        MOVE 'Address Successfully Updated' TO GOOD-ERRMSG.                  
037100          MOVE 'Email Address required for SEND Email' TO 
                BANK-ERRMSG
037300     END-IF.                                                       

      * Date of birth is optional, but a keyed one has to be a real
      * YYYY-MM-DD date and not in the future - it decides whether
      * the customer's accounts run as a minor's.
           IF BANK-ERRMSG = SPACES AND
              CD02I-DOB IS NOT EQUAL TO SPACES THEN
              PERFORM VALIDATE-DOB
           END-IF.
                                           
037900 VALIDATE-DATA-EXIT.
038000     EXIT.

      *=================================================================
       VALIDATE-DOB.
           MOVE CD02I-DOB TO WS-DOB-CHECK.

           IF NOT (WS-DOB-YYYY IS NUMERIC AND
                   WS-DOB-DASH1 = '-'     AND
                   WS-DOB-MM   IS NUMERIC AND
                   WS-DOB-DASH2 = '-'     AND
                   WS-DOB-DD   IS NUMERIC)
              MOVE 'Date of birth format invalid (expect YYYY-MM-DD)'
                TO BANK-ERRMSG
           ELSE
              IF WS-DOB-MM < '01' OR WS-DOB-MM > '12' OR
                 WS-DOB-DD < '01' OR WS-DOB-DD > '31'
                 MOVE 'Date of birth is not a valid date'
                   TO BANK-ERRMSG
              END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
              ACCEPT WS-DOB-SYSDATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-DOB-TODAY
              STRING WS-DOB-SYS-YYYY DELIMITED BY SIZE
                     '-'             DELIMITED BY SIZE
                     WS-DOB-SYS-MM   DELIMITED BY SIZE
                     '-'             DELIMITED BY SIZE
                     WS-DOB-SYS-DD   DELIMITED BY SIZE
                INTO WS-DOB-TODAY
              IF CD02I-DOB IS GREATER THAN WS-DOB-TODAY
                 MOVE 'Date of birth cannot be in the future'
                   TO BANK-ERRMSG
              END-IF
           END-IF.

      *=================================================================
       VALIDATE-STATE-COUNTRY.
           MOVE 'N' TO WS-STATE-FOUND-SW.
038300     MOVE SPACES TO CD02O-DATA.
                                                
038800* Now go get the data                                              
            MOVE 'DBANK02P' TO RESP01I-PROGRAM
            PERFORM P980-RESP-START
            CALL 'DBANK02P' USING   by reference BANK-USERID
                                    by reference CD02-DATA
                                    BY REFERENCE BANK-ERRMSG
            MOVE BANK-ERRMSG TO RESP01I-ERRMSG
            PERFORM P985-RESP-END.
       
      * Put any post-retrieval data manipulation here
           IF BANK-ERRMSG = SPACES
                                                           
041700     EXIT.                                                         
041800                                                                   

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
           MOVE 'BBANK60P'  TO RESP01I-PROGRAM.
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG.
           PERFORM P985-RESP-END.

       P989-RESP-CALL.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE WS-RESP-ERRMSG.
