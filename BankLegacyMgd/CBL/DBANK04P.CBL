001200*****************************************************************  
001300* Program:     DBANK04P.CBL                                     *  
001400* Function:    Update account balances                          *  
      *              Each balance changed is also written to the      *
      *              posting journal through DJRNL01P with its before *
      *              and after image; a leg the journal cannot take   *
      *              is refused.                                      *
001500*              SQL version                                      *  
001600*****************************************************************  
001700                                                                   

           COPY CBANKSATX.

           EXEC SQL
                INCLUDE CBANKSLN
           END-EXEC.

           COPY CBANKSLNX.

       COPY SQLCA .
005000
005100* General working variables
           COPY CBANKVC83.
       01  FRZ-ERRMSG                     PIC X(65).
       01  FRZ-GOODMSG                    PIC X(65).
      * Posting journal entry for each leg that posts
           COPY CJRNL01.
       01  WS-JRNL-ERRMSG                 PIC X(65).
       01  WS-JRNL-GOODMSG                PIC X(65).
005400                                                                   
005500 LINKAGE SECTION.                                                  
001400 COPY CBANKVC4 .

           PERFORM P402-CHECK-ACCOUNT-STATUS.

           IF BANK-ERRMSG = SPACES AND NOT CD04I-CHARGE-LEG
               PERFORM P405-CHECK-MIN-BALANCE THRU P405-EXIT
           END-IF.

           IF BANK-ERRMSG = SPACES
                               AND ACH_PID   = :DCL-BAC-PID))
           END-EXEC.

      * A revolving line of credit draws down to its own approved
      * limit on BNKLINE; once frozen or closed it may be repaid but
      * not drawn any further.
           IF SQLCODE = ZERO AND WS-ACC-TYPE = 'R'
               MOVE DCL-BAC-ACCNO TO DCL-LIN-ACCNO
               EXEC SQL
                    SELECT LIN_LIMIT, LIN_STATUS
                      INTO :DCL-LIN-LIMIT, :DCL-LIN-STATUS
                      FROM BNKLINE
                     WHERE LIN_ACCNO = :DCL-LIN-ACCNO
               END-EXEC

               IF SQLCODE = ZERO AND DCL-LIN-ACTIVE
                   COMPUTE WS-ALLOWED-FLOOR = DCL-LIN-LIMIT * -1
               ELSE
                   MOVE BAC-OLD-BALANCE TO WS-ALLOWED-FLOOR
               END-IF

               IF DCL-BAC-BALANCE < WS-ALLOWED-FLOOR AND
                  DCL-BAC-BALANCE < BAC-OLD-BALANCE
                   STRING 'Transfer declined - account '
                            DELIMITED BY SIZE
                          DCL-BAC-ACCNO DELIMITED BY SIZE
                          ' has no credit available on its line'
                            DELIMITED BY SIZE
                     INTO BANK-ERRMSG
               END-IF
               GO TO P405-EXIT
           END-IF.

           IF SQLCODE = ZERO
               MOVE WS-ACC-TYPE TO DCL-BAT-TYPE
               EXEC SQL
               END-IF
           END-IF.

       P405-EXIT.
           EXIT.

      * Update the 'to' balance
       P420-UPDATE-TO.
            SET WS-LEG-TO          TO TRUE.
                  WHEN WS-LEG-TO
                    MOVE DCL-BAC-BALANCE TO CD04O-TO-CUR-BAL
              END-EVALUATE
              PERFORM P960-JOURNAL-LEG
           END-IF
           END-IF.

                   WHEN WS-LEG-TO
                     MOVE DCL-BAC-BALANCE TO CD04O-TO-CUR-BAL
               END-EVALUATE
               PERFORM P960-JOURNAL-LEG
           ELSE
               MOVE SQLCODE TO WS-LOOKUP-SQLCODE
               CALL 'DBANK98P' USING BY REFERENCE WS-LOOKUP-SQLCODE
                             WHERE ACH_ACCNO = :DCL-BAC-ACCNO
                               AND ACH_PID   = :DCL-BAC-PID))
            END-EXEC.

      *=================================================================
      * The leg just posted goes to the posting journal, before and
      * after balance, inside the caller's unit of work.  If the
      * journal cannot take it the leg is refused, so the caller's
      * error path rolls the update back - a posting the forward
      * recovery could not replay is never left standing.
       P960-JOURNAL-LEG.
           MOVE SPACES          TO JRNL01-DATA WS-JRNL-ERRMSG.
           MOVE ZERO            TO JRNL01I-ACCNO-NULL.
           SET JRNL01I-BALANCE  TO TRUE.
           MOVE 'DBANK04P'      TO JRNL01I-PROGRAM.
           MOVE DCL-BAC-ACCNO   TO JRNL01I-ACCNO.
           MOVE DCL-BAC-PID     TO JRNL01I-PID.
           MOVE BAC-OLD-BALANCE TO JRNL01I-BEFORE-BAL.
           MOVE DCL-BAC-BALANCE TO JRNL01I-AFTER-BAL.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               MOVE WS-JRNL-ERRMSG TO BANK-ERRMSG
           END-IF.
