002000*              Adds and deletes write their own audit entries   *
002100*              to BNKTXN through DBANK06P, the same discipline  *
002200*              the address-change audit applies on BNKCADT.     *
002210*              A biller payee is checked through DBILL01P and   *
002220*              saved against the biller's remittance account.   *
002300*              SQL version                                      *
002400*****************************************************************


           COPY UACCTCC1.
           COPY CBANKVC6.
           COPY CBILL01.

       01  AUDIT-ERRMSG                          PIC X(65).
       01  AUDIT-GOODMSG                         PIC X(65).
           MOVE CD42I-PERSON-PID TO DCL-PAY-PID.
           MOVE CD42I-NICKNAME   TO DCL-PAY-NICKNAME.
           MOVE CD42I-ACCNO      TO DCL-PAY-ACCNO.
           MOVE CD42I-BILLER     TO DCL-PAY-BILLER.
           MOVE CD42I-BILL-REF   TO DCL-PAY-BILL-REF.

           EVALUATE TRUE
               WHEN CD42I-LIST
                DECLARE PAY_CSR CURSOR FOR
                SELECT PAY_NICKNAME,
                       PAY_ACCNO,
                       PAY_LAST_USED,
                       PAY_BILLER,
                       PAY_BILL_REF
                FROM BNKPAYEE
                WHERE PAY_PID = :DCL-PAY-PID
                ORDER BY PAY_LAST_USED DESC, PAY_NICKNAME
                FETCH PAY_CSR
                INTO :DCL-PAY-NICKNAME,
                     :DCL-PAY-ACCNO,
                     :DCL-PAY-LAST-USED :DCL-PAY-LAST-USED-NULL,
                     :DCL-PAY-BILLER,
                     :DCL-PAY-BILL-REF
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE CD42O-PAYEE-COUNT TO WS-SUB
               MOVE DCL-PAY-NICKNAME  TO CD42O-NICKNAME(WS-SUB)
               MOVE DCL-PAY-ACCNO     TO CD42O-ACCNO(WS-SUB)
               MOVE DCL-PAY-BILLER    TO CD42O-BILLER(WS-SUB)
               MOVE DCL-PAY-BILL-REF  TO CD42O-BILL-REF(WS-SUB)
               IF DCL-PAY-LAST-USED-NULL < ZERO
                   MOVE SPACES        TO CD42O-LAST-USED(WS-SUB)
               ELSE
      *=================================================================
      * Add a payee - the nickname must be new for this customer and
      * the account number must pass its check digit before it is
      * allowed anywhere near the picklist.  A biller payee's
      * reference must fit the biller's format instead, and the
      * account saved is the biller's own remittance account.
      *=================================================================
       P200-ADD-PAYEE.
           IF CD42I-NICKNAME = SPACES
               GO TO ADD-PAYEE-EXIT
           END-IF.

           IF CD42I-BILLER NOT = SPACES
               PERFORM P210-CHECK-BILLER
               IF BANK-ERRMSG NOT = SPACES
                   GO TO ADD-PAYEE-EXIT
               END-IF
               GO TO ADD-PAYEE-DUP-CHECK
           END-IF.

           MOVE SPACES         TO UACC-DATA.
           SET UACC-VALIDATE   TO TRUE.
           MOVE CD42I-ACCNO    TO UACC-ACCNO.
               GO TO ADD-PAYEE-EXIT
           END-IF.

       ADD-PAYEE-DUP-CHECK.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                INSERT INTO BNKPAYEE (
                  PAY_PID,
                  PAY_NICKNAME,
                  PAY_ACCNO,
                  PAY_BILLER,
                  PAY_BILL_REF
                ) VALUES (
                  :DCL-PAY-PID,
                  :DCL-PAY-NICKNAME,
                  :DCL-PAY-ACCNO,
                  :DCL-PAY-BILLER,
                  :DCL-PAY-BILL-REF)
           END-EXEC.

           IF SQLCODE = ZERO
       ADD-PAYEE-EXIT.
           EXIT.

       P210-CHECK-BILLER.
           MOVE SPACES          TO BILL01-DATA.
           SET BILL01I-VALIDATE TO TRUE.
           MOVE CD42I-BILLER    TO BILL01I-CODE.
           MOVE CD42I-BILL-REF  TO BILL01I-CUST-REF.

           CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           MOVE SPACES            TO GOOD-ERRMSG.
           MOVE BILL01O-REMIT-ACC TO DCL-PAY-ACCNO CD42I-ACCNO.

      *=================================================================
      * Delete a payee by nickname.
      *=================================================================
