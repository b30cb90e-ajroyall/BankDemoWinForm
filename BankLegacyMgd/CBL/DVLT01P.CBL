002700*              opening plus movements against the counted       *
002800*              close, the variance handed back, and the day     *
002900*              marked closed.                                   *
      *              A foreign currency works the vault's notes in    *
      *              that currency - open, move, query and prove go   *
      *              to the DFXBR01P position for the branch, the     *
      *              movement rows land here tagged with the code.    *
003000*              SQL version                                      *
003100*****************************************************************

               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CPARM01.
           COPY CFXBR01.

           EXEC SQL
                BEGIN DECLARE SECTION
               GOBACK
           END-IF.

           IF VLT01I-CURRENCY = 'USD'
               MOVE SPACES TO VLT01I-CURRENCY
           END-IF.

           IF VLT01I-CURRENCY NOT = SPACES AND NOT VLT01I-LIST
               PERFORM P600-FOREIGN-VAULT THRU FOREIGN-VAULT-EXIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN VLT01I-OPEN
                   PERFORM P100-OPEN-DAY THRU
           MOVE VLT01I-C5        TO DCL-VMV-C5.
           MOVE VLT01I-COIN      TO DCL-VMV-COIN.

           PERFORM P240-INSERT-MOVEMENT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-MOVEMENT-EXIT
       RECORD-MOVEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The movement row itself - local cash or foreign notes alike.
      *-----------------------------------------------------------------
       P240-INSERT-MOVEMENT.
           MOVE VLT01I-CURRENCY  TO DCL-VMV-CURRENCY.

           EXEC SQL
                INSERT INTO BNKVMOVE (
                  VMV_BRANCH,
                  VMV_DATE,
                  VMV_TS,
                  VMV_TELLER,
                  VMV_DIRECTION,
                  VMV_AMOUNT,
                  VMV_C100,
                  VMV_C50,
                  VMV_C20,
                  VMV_C10,
                  VMV_C5,
                  VMV_COIN,
                  VMV_CURRENCY
                ) VALUES (
                  :DCL-VMV-BRANCH,
                  :DCL-VMV-DATE,
                  CURRENT TIMESTAMP,
                  :DCL-VMV-TELLER,
                  :DCL-VMV-DIRECTION,
                  :DCL-VMV-AMOUNT,
                  :DCL-VMV-C100,
                  :DCL-VMV-C50,
                  :DCL-VMV-C20,
                  :DCL-VMV-C10,
                  :DCL-VMV-C5,
                  :DCL-VMV-COIN,
                  :DCL-VMV-CURRENCY)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Today's open vault row for this branch.
      *-----------------------------------------------------------------
           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The day's movements in the one currency, in order.
      *=================================================================
       P300-LIST-MOVEMENTS.
           MOVE VLT01I-BRANCH   TO DCL-VMV-BRANCH.
           MOVE WS-TODAY-DATE   TO DCL-VMV-DATE.
           MOVE VLT01I-CURRENCY TO DCL-VMV-CURRENCY.

           EXEC SQL
                DECLARE VMV_CSR CURSOR FOR
                FROM BNKVMOVE
                WHERE VMV_BRANCH = :DCL-VMV-BRANCH
                  AND VMV_DATE   = :DCL-VMV-DATE
                  AND VMV_CURRENCY = :DCL-VMV-CURRENCY
                ORDER BY VMV_TS
                FOR FETCH ONLY
           END-EXEC.
       PROVE-AND-CLOSE-EXIT.
           EXIT.

      *=================================================================
      * The vault's notes in a foreign currency - a DFXBR01P position
      * held by the branch.  Movements check as local ones do (the
      * breakdown, when the window counted one, must prove the
      * amount) and are logged here with the currency code; the
      * position, not BNKVAULT, carries the running total.  There is
      * no policy band for foreign notes.
      *=================================================================
       P600-FOREIGN-VAULT.
           MOVE SPACES          TO FXBR01-DATA.
           MOVE VLT01I-USERID   TO FXBR01I-USERID.
           SET FXBR01I-VAULT    TO TRUE.
           MOVE VLT01I-BRANCH   TO FXBR01I-HOLDER.
           MOVE VLT01I-CURRENCY TO FXBR01I-CURRENCY.
           MOVE VLT01I-AMOUNT   TO FXBR01I-FX-AMOUNT.

           EVALUATE TRUE
               WHEN VLT01I-OPEN
                   SET FXBR01I-OPEN      TO TRUE
               WHEN VLT01I-MOVE
                   PERFORM P610-CHECK-FOREIGN-MOVE THRU
                           CHECK-FOREIGN-MOVE-EXIT
                   IF BANK-ERRMSG NOT = SPACES
                       GO TO FOREIGN-VAULT-EXIT
                   END-IF
                   SET FXBR01I-ADJUST    TO TRUE
                   IF VLT01I-TO-DRAWER
                       COMPUTE FXBR01I-FX-AMOUNT = VLT01I-AMOUNT * -1
                   END-IF
               WHEN VLT01I-QUERY
                   SET FXBR01I-POSITIONS TO TRUE
               WHEN VLT01I-PROVE
                   SET FXBR01I-CLOSE     TO TRUE
               WHEN OTHER
                   MOVE 'Invalid vault function' TO BANK-ERRMSG
                   GO TO FOREIGN-VAULT-EXIT
           END-EVALUATE.

           CALL 'DFXBR01P' USING BY REFERENCE FXBR01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO FOREIGN-VAULT-EXIT
           END-IF.

           IF VLT01I-MOVE
               MOVE VLT01I-BRANCH    TO DCL-VMV-BRANCH
               MOVE WS-TODAY-DATE    TO DCL-VMV-DATE
               MOVE VLT01I-TELLER    TO DCL-VMV-TELLER
               MOVE VLT01I-DIRECTION TO DCL-VMV-DIRECTION
               MOVE VLT01I-AMOUNT    TO DCL-VMV-AMOUNT
               MOVE VLT01I-C100      TO DCL-VMV-C100
               MOVE VLT01I-C50       TO DCL-VMV-C50
               MOVE VLT01I-C20       TO DCL-VMV-C20
               MOVE VLT01I-C10       TO DCL-VMV-C10
               MOVE VLT01I-C5        TO DCL-VMV-C5
               MOVE VLT01I-COIN      TO DCL-VMV-COIN
               PERFORM P240-INSERT-MOVEMENT
               IF BANK-ERRMSG = SPACES
                   MOVE 'Movement recorded' TO GOOD-ERRMSG
               END-IF
           END-IF.

           IF VLT01I-QUERY
               MOVE SPACES TO GOOD-ERRMSG
               PERFORM P620-FIND-CURRENCY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > FXBR01O-POS-COUNT
                      OR GOOD-ERRMSG NOT = SPACES
               IF GOOD-ERRMSG = SPACES
                   MOVE 'Vault day not opened yet in that currency'
                     TO BANK-ERRMSG
               END-IF
           ELSE
               MOVE FXBR01O-OPEN-AMT     TO VLT01O-OPEN-AMT
               MOVE FXBR01O-MOVEMENT-TOT TO VLT01O-MOVEMENT-TOT
               MOVE FXBR01O-EXPECTED-AMT TO VLT01O-POSITION
               MOVE FXBR01O-VARIANCE     TO VLT01O-VARIANCE
           END-IF.

       FOREIGN-VAULT-EXIT.
           EXIT.

       P610-CHECK-FOREIGN-MOVE.
           IF NOT VLT01I-TO-VAULT AND NOT VLT01I-TO-DRAWER
               MOVE 'Direction must be V (in) or D (out)'
                 TO BANK-ERRMSG
               GO TO CHECK-FOREIGN-MOVE-EXIT
           END-IF.

           IF VLT01I-TELLER = SPACES
               MOVE 'Please enter the teller' TO BANK-ERRMSG
               GO TO CHECK-FOREIGN-MOVE-EXIT
           END-IF.

           IF VLT01I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Amount must be greater than zero' TO BANK-ERRMSG
               GO TO CHECK-FOREIGN-MOVE-EXIT
           END-IF.

           COMPUTE WS-DENOM-TOTAL =
               (VLT01I-C100 * 100) + (VLT01I-C50 * 50)
               + (VLT01I-C20 * 20) + (VLT01I-C10 * 10)
               + (VLT01I-C5 * 5) + VLT01I-COIN.

           IF WS-DENOM-TOTAL NOT = ZERO AND
              WS-DENOM-TOTAL NOT = VLT01I-AMOUNT
               MOVE 'Denominations do not add to the amount'
                 TO BANK-ERRMSG
           END-IF.

       CHECK-FOREIGN-MOVE-EXIT.
           EXIT.

       P620-FIND-CURRENCY.
           IF FXBR01O-P-CURRENCY(WS-SUB) = VLT01I-CURRENCY
               MOVE FXBR01O-P-OPEN-AMT(WS-SUB) TO VLT01O-OPEN-AMT
               MOVE FXBR01O-P-MOVEMENT(WS-SUB)
                 TO VLT01O-MOVEMENT-TOT
               MOVE FXBR01O-P-EXPECTED(WS-SUB) TO VLT01O-POSITION
               IF FXBR01O-P-STATUS(WS-SUB) = 'C'
                   MOVE 'Vault day is already proved and closed'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Vault position computed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
