001200*****************************************************************  
001300* Program:      .CBL                                     *  
001400* Function:    Obtain/update address information                *  
001410*              A change to the postal address clears the        *
001420*              undeliverable flag set by returned mail -        *
001430*              the outstanding returns are marked cleared, the  *
001440*              'RM' data-quality item is fixed and statements   *
001450*              held for the address go back on the paper run.   *
001460*              The profile carries the date of birth that marks *
001470*              a minor (see DMINR01P).                          *
001500*              SQL version                                      *  
001600*****************************************************************  
001700                                                                   
           05  DISP-SQLCODE            PIC -9(5).
           05  WS-LOOKUP-SQLCODE       PIC S9(9) COMP-5.
           05  WS-LOOKUP-ERRTEXT       PIC X(60).
           05  WS-HASH-ERRMSG          PIC X(65).
           05  WS-HASH-GOODMSG         PIC X(65).

           COPY CHASH01.

           EXEC SQL                                                      
004200          BEGIN DECLARE SECTION                                    
                INCLUDE CBANKSCA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDQ
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSM
           END-EXEC.

       COPY CBANKSCAX.

004100     EXEC SQL
                       CS.BCS_TAX_EXEMPT,
                       CS.BCS_TAX_CERT_EXP,
                       CS.BCS_COMBINED_STMT,
                       CS.BCS_LANGUAGE,
                       CS.BCS_DOB
011200          INTO :DCL-BCS-NAME,
011400               :DCL-BCS-ADDR1,
011500               :DCL-BCS-ADDR2,
                     :DCL-BCS-TAX-EXEMPT,
                     :DCL-BCS-TAX-CERT-EXP,
                     :DCL-BCS-COMBINED-STMT,
                     :DCL-BCS-LANGUAGE,
                     :DCL-BCS-DOB
012300          FROM BNKCUST CS
012400          WHERE CS.BCS_PID = :BANK-USERID
012500     END-EXEC.
               MOVE DCL-BCS-TAX-CERT-EXP TO CD02O-TAX-CERT-EXP
               MOVE DCL-BCS-COMBINED-STMT TO CD02O-COMBINED-STMT
               MOVE DCL-BCS-LANGUAGE     TO CD02O-LANGUAGE
               MOVE DCL-BCS-DOB          TO CD02O-DOB
014200     ELSE
019500        PERFORM ERROR-PROCESS
           END-IF.                  
           MOVE CD02I-TAX-CERT-EXP TO DCL-BCS-TAX-CERT-EXP.
           MOVE CD02I-COMBINED-STMT TO DCL-BCS-COMBINED-STMT.
           MOVE CD02I-LANGUAGE     TO DCL-BCS-LANGUAGE.
           MOVE CD02I-DOB          TO DCL-BCS-DOB.
016900     EXEC SQL                                                      
017000          UPDATE BNKCUST                                           
017100          SET BCS_NAME       = :DCL-BCS-NAME,                          
                    BCS_TAX_EXEMPT = :DCL-BCS-TAX-EXEMPT,
                    BCS_TAX_CERT_EXP = :DCL-BCS-TAX-CERT-EXP,
                    BCS_COMBINED_STMT = :DCL-BCS-COMBINED-STMT,
                    BCS_LANGUAGE   = :DCL-BCS-LANGUAGE,
                    BCS_DOB        = :DCL-BCS-DOB
018000          WHERE BCS_PID = :BANK-USERID                        
018100     END-EXEC.                                                     
018200                                                                   
018600     IF SQLCODE NOT EQUAL ZERO
019500        PERFORM ERROR-PROCESS
018900     ELSE
               PERFORM WRITE-AUDIT-ROW THRU WRITE-AUDIT-ROW-EXIT
               IF WS-HASH-ERRMSG = SPACES
                   PERFORM CLEAR-RETURNED-MAIL
                       THRU CLEAR-RETURNED-MAIL-EXIT
               END-IF
           END-IF.

019900
           MOVE CD02I-TELNO        TO DCL-BCA-NEW-TEL.
           MOVE CD02I-EMAIL        TO DCL-BCA-NEW-EMAIL.

      *    The row's link in the BNKCADT tamper-evidence chain - a
      *    failed link writes no row and is reported back.
           MOVE SPACES TO HASH01-DATA WS-HASH-ERRMSG WS-HASH-GOODMSG.
           SET HASH01I-NEXT-LINK   TO TRUE.
           SET HASH01I-BNKCADT     TO TRUE.
           MOVE DCLCADT            TO HASH01I-ROW.

           CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                 BY REFERENCE WS-HASH-ERRMSG
                                 BY REFERENCE WS-HASH-GOODMSG.

           IF WS-HASH-ERRMSG NOT = SPACES
               MOVE WS-HASH-ERRMSG TO BANK-ERRMSG
               GO TO WRITE-AUDIT-ROW-EXIT
           END-IF.

           MOVE HASH01O-SEQ        TO DCL-BCA-CHAIN-SEQ.
           MOVE HASH01O-TIMESTAMP  TO DCL-BCA-TIMESTAMP.
           MOVE HASH01O-HASH       TO DCL-BCA-CHAIN-HASH.

           EXEC SQL
                INSERT INTO BNKCADT
                     (BCA_PID,
                      BCA_NEW_COUNTRY,
                      BCA_NEW_POST_CODE,
                      BCA_NEW_TEL,
                      BCA_NEW_EMAIL,
                      BCA_CHAIN_SEQ,
                      BCA_CHAIN_HASH)
                VALUES
                     (:DCL-BCA-PID,
                      :DCL-BCA-TIMESTAMP,
                      :DCL-BCA-USERID,
                      :DCL-BCA-OLD-ADDR1,
                      :DCL-BCA-OLD-ADDR2,
                      :DCL-BCA-NEW-COUNTRY,
                      :DCL-BCA-NEW-POST-CODE,
                      :DCL-BCA-NEW-TEL,
                      :DCL-BCA-NEW-EMAIL,
                      :DCL-BCA-CHAIN-SEQ,
                      :DCL-BCA-CHAIN-HASH)
           END-EXEC.

       WRITE-AUDIT-ROW-EXIT.
           EXIT.

      *=================================================================
      * A new postal address is the fix for returned mail - only a
      * customer flagged undeliverable is touched, and only when the
      * address itself (not just the phone or e-mail) changed.
      *=================================================================
       CLEAR-RETURNED-MAIL.
           IF CD02I-ADDR1  = DCL-BCA-OLD-ADDR1     AND
              CD02I-ADDR2  = DCL-BCA-OLD-ADDR2     AND
              CD02I-STATE  = DCL-BCA-OLD-STATE     AND
              CD02I-CNTRY  = DCL-BCA-OLD-COUNTRY   AND
              CD02I-PSTCDE = DCL-BCA-OLD-POST-CODE
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKCUST
                   SET BCS_ADDR_STATUS = ' '
                 WHERE BCS_PID = :BANK-USERID
                   AND BCS_ADDR_STATUS = 'U'
           END-EXEC.

           IF SQLCODE = +100
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               PERFORM ERROR-PROCESS
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKRMAIL
                   SET RML_STATUS     = 'C',
                       RML_CLEARED_TS = CURRENT TIMESTAMP
                 WHERE RML_PID    = :BANK-USERID
                   AND RML_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               PERFORM ERROR-PROCESS
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKDQFIX
                   SET DQF_STATUS      = 'F',
                       DQF_RESOLVED_TS = CURRENT TIMESTAMP
                 WHERE DQF_PID    = :BANK-USERID
                   AND DQF_REASON = 'RM'
                   AND DQF_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               PERFORM ERROR-PROCESS
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.

      *    Statements held while the address was bad go back on the
      *    paper run.
           EXEC SQL
                UPDATE BNKSTMT
                   SET SMT_DELIVERY = 'P'
                 WHERE SMT_PID      = :BANK-USERID
                   AND SMT_DELIVERY = 'H'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               PERFORM ERROR-PROCESS
           END-IF.

       CLEAR-RETURNED-MAIL-EXIT.
           EXIT.

      *========================================================================                                                                   
