000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2012 opentext. All Rights Reserved.      *
000400*   This demonstration program is provided for use by users     *
000500*   of opentext products and may be used, modified and          *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of opentext          *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************

001200*****************************************************************
001300* Program:     DBILL01P.CBL                                    *
001400* Function:    Registered billers and bill payments - paying    *
001500*              a utility or card issuer used to mean setting    *
001600*              the biller up as a payee and sending a wire.     *
001700*              'L' lists the active BNKBILLR billers for the    *
001800*              picklists; 'V' checks a customer reference       *
001900*              against the biller's mask and check-digit rule;  *
002000*              'Q' does the same and queues the BNKBILLP row    *
002100*              for a payment whose debit BBANK50P (or a         *
002200*              DBANK16P standing order) has just posted, and    *
002300*              DBILL02P's nightly run remits it; 'A' adds or    *
002400*              changes a biller and 'X' retires one, each       *
002500*              change audited to BNKMADT through DBANK74P.      *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBILL01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-POS                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-FOUND-SW                       PIC X(1).
               88  WS-BILLER-FOUND               VALUE 'Y'.
           05  WS-MASK-CHAR                      PIC X(1).
           05  WS-REF-CHAR                       PIC X(1).
           05  WS-REF-DIGIT REDEFINES WS-REF-CHAR
                                                 PIC 9(1).
           05  WS-LUHN-SUM                       PIC S9(4) COMP.
           05  WS-LUHN-DIGIT                     PIC S9(4) COMP.
           05  WS-LUHN-COUNT                     PIC S9(4) COMP.
           05  WS-LUHN-QUOT                      PIC S9(4) COMP.
           05  WS-LUHN-REM                       PIC S9(4) COMP.
           05  WS-LUHN-ALT-SW                    PIC X(1).
               88  WS-LUHN-DOUBLE                VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSTIME-HHMMSSHH               PIC 9(8).

           COPY UACCTCC1.
           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSBLX.
           COPY CBANKSBPX.
           COPY CBANKSACX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CBILL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference BILL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN BILL01I-LIST
                   PERFORM P100-LIST-BILLERS
               WHEN BILL01I-VALIDATE
                   PERFORM P200-VALIDATE-REF THRU VALIDATE-REF-EXIT
               WHEN BILL01I-QUEUE
                   PERFORM P300-QUEUE-PAYMENT THRU QUEUE-PAYMENT-EXIT
               WHEN BILL01I-SAVE
                   PERFORM P400-SAVE-BILLER THRU SAVE-BILLER-EXIT
               WHEN BILL01I-RETIRE
                   PERFORM P500-RETIRE-BILLER THRU RETIRE-BILLER-EXIT
               WHEN OTHER
                   MOVE 'Invalid biller function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The active billers, by name - the order a customer looks for
      * them in on a picklist.
      *=================================================================
       P100-LIST-BILLERS.
           MOVE ZERO TO BILL01O-BILLER-COUNT.

           EXEC SQL
                DECLARE BLR_CSR CURSOR FOR
                SELECT BLR_CODE, BLR_NAME, BLR_REMIT_ACC,
                       BLR_REF_MASK, BLR_REF_CHECK
                FROM BNKBILLR
                WHERE BLR_STATUS = 'A'
                ORDER BY BLR_NAME
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BLR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-BILLER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR BILL01O-BILLER-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE BLR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Billers listed' TO GOOD-ERRMSG
           END-IF.

       P110-FETCH-BILLER.
           EXEC SQL
                FETCH BLR_CSR
                INTO :DCL-BLR-CODE,
                     :DCL-BLR-NAME,
                     :DCL-BLR-REMIT-ACC,
                     :DCL-BLR-REF-MASK,
                     :DCL-BLR-REF-CHECK
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO BILL01O-BILLER-COUNT
               MOVE BILL01O-BILLER-COUNT TO WS-SUB
               MOVE DCL-BLR-CODE      TO BILL01O-B-CODE(WS-SUB)
               MOVE DCL-BLR-NAME      TO BILL01O-B-NAME(WS-SUB)
               MOVE DCL-BLR-REMIT-ACC TO BILL01O-B-REMIT-ACC(WS-SUB)
               MOVE DCL-BLR-REF-MASK  TO BILL01O-B-REF-MASK(WS-SUB)
               MOVE DCL-BLR-REF-CHECK TO BILL01O-B-REF-CHECK(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Is this a reference the biller would recognise?  Every
      * position of the mask must be matched - a short or long
      * reference fails as surely as a wrong character - and a
      * biller with a Luhn rule must see its check digit add up.
      *=================================================================
       P200-VALIDATE-REF.
           PERFORM P210-READ-BILLER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VALIDATE-REF-EXIT
           END-IF.

           IF NOT WS-BILLER-FOUND OR NOT DCL-BLR-ACTIVE
               MOVE 'Biller not registered' TO BANK-ERRMSG
               GO TO VALIDATE-REF-EXIT
           END-IF.

           MOVE DCL-BLR-NAME      TO BILL01O-NAME.
           MOVE DCL-BLR-REMIT-ACC TO BILL01O-REMIT-ACC.

           IF BILL01I-CUST-REF = SPACES
               MOVE 'Please enter your reference with the biller'
                 TO BANK-ERRMSG
               GO TO VALIDATE-REF-EXIT
           END-IF.

           PERFORM P220-CHECK-MASK-POSITION
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 20 OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VALIDATE-REF-EXIT
           END-IF.

           IF DCL-BLR-LUHN-CHECK
               PERFORM P230-LUHN-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Biller reference accepted' TO GOOD-ERRMSG
           END-IF.

       VALIDATE-REF-EXIT.
           EXIT.

       P210-READ-BILLER.
           MOVE 'N'          TO WS-FOUND-SW.
           MOVE BILL01I-CODE TO DCL-BLR-CODE.

           EXEC SQL
                SELECT BLR_NAME, BLR_REMIT_ACC, BLR_REF_MASK,
                       BLR_REF_CHECK, BLR_STATUS
                  INTO :DCL-BLR-NAME, :DCL-BLR-REMIT-ACC,
                       :DCL-BLR-REF-MASK, :DCL-BLR-REF-CHECK,
                       :DCL-BLR-STATUS
                  FROM BNKBILLR
                 WHERE BLR_CODE = :DCL-BLR-CODE
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-BILLER-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One position: '9' a digit, 'A' a letter, 'X' anything but a
      * blank, a blank mask position must stay blank, and any other
      * mask character must appear as itself.
      *-----------------------------------------------------------------
       P220-CHECK-MASK-POSITION.
           MOVE DCL-BLR-REF-MASK(WS-POS:1)  TO WS-MASK-CHAR.
           MOVE BILL01I-CUST-REF(WS-POS:1)  TO WS-REF-CHAR.

           EVALUATE TRUE
               WHEN WS-MASK-CHAR = SPACE
                   IF WS-REF-CHAR NOT = SPACE
                       MOVE 'Reference is longer than the biller uses'
                         TO BANK-ERRMSG
                   END-IF
               WHEN WS-REF-CHAR = SPACE
                   MOVE 'Reference is shorter than the biller uses'
                     TO BANK-ERRMSG
               WHEN WS-MASK-CHAR = '9'
                   IF WS-REF-CHAR IS NOT NUMERIC
                       MOVE 'Reference needs a digit where a letter is'
                         TO BANK-ERRMSG
                   END-IF
               WHEN WS-MASK-CHAR = 'A'
                   IF WS-REF-CHAR IS NOT ALPHABETIC
                       MOVE 'Reference needs a letter where a digit is'
                         TO BANK-ERRMSG
                   END-IF
               WHEN WS-MASK-CHAR = 'X'
                   CONTINUE
               WHEN OTHER
                   IF WS-REF-CHAR NOT = WS-MASK-CHAR
                       MOVE 'Reference does not match the biller format'
                         TO BANK-ERRMSG
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Luhn (mod 10) over the reference's digits, right to left -
      * every second digit doubled, a doubled digit over nine less
      * nine, and the total must end in zero.  Card issuers number
      * their accounts this way.
      *-----------------------------------------------------------------
       P230-LUHN-CHECK.
           MOVE ZERO TO WS-LUHN-SUM WS-LUHN-COUNT.
           MOVE 'N'  TO WS-LUHN-ALT-SW.

           PERFORM P235-LUHN-POSITION
               VARYING WS-POS FROM 20 BY -1
               UNTIL WS-POS < 1.

           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
                                    REMAINDER WS-LUHN-REM.

           IF WS-LUHN-COUNT < 2 OR WS-LUHN-REM NOT = ZERO
               MOVE 'Reference check digit is wrong - please recheck'
                 TO BANK-ERRMSG
           END-IF.

       P235-LUHN-POSITION.
           MOVE BILL01I-CUST-REF(WS-POS:1) TO WS-REF-CHAR.

           IF WS-REF-CHAR IS NUMERIC
               MOVE WS-REF-DIGIT TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-ALT-SW
               ELSE
                   MOVE 'Y' TO WS-LUHN-ALT-SW
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
               ADD 1 TO WS-LUHN-COUNT
           END-IF.

      *=================================================================
      * Queue one payment for tonight's remittance - the reference is
      * checked again here so no caller can queue one the biller
      * would bounce.  The customer's debit is already in the
      * caller's unit of work; a failure here rolls it back with it.
      *=================================================================
       P300-QUEUE-PAYMENT.
           PERFORM P200-VALIDATE-REF THRU VALIDATE-REF-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUEUE-PAYMENT-EXIT
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

           IF BILL01I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Please enter a non-zero amount' TO BANK-ERRMSG
               GO TO QUEUE-PAYMENT-EXIT
           END-IF.

           PERFORM P310-BUILD-PAYMENT-REF.

           MOVE BILL01I-CODE     TO DCL-BLP-BILLER.
           MOVE BILL01I-PID      TO DCL-BLP-PID.
           MOVE BILL01I-FROM-ACC TO DCL-BLP-FROM-ACC.
           MOVE BILL01I-CUST-REF TO DCL-BLP-CUST-REF.
           MOVE BILL01I-AMOUNT   TO DCL-BLP-AMOUNT.
           SET DCL-BLP-PENDING   TO TRUE.

           EXEC SQL
                INSERT INTO BNKBILLP (
                  BLP_REF,
                  BLP_BILLER,
                  BLP_PID,
                  BLP_FROM_ACC,
                  BLP_CUST_REF,
                  BLP_AMOUNT,
                  BLP_STATUS,
                  BLP_CREATED_TS
                ) VALUES (
                  :DCL-BLP-REF,
                  :DCL-BLP-BILLER,
                  :DCL-BLP-PID,
                  :DCL-BLP-FROM-ACC,
                  :DCL-BLP-CUST-REF,
                  :DCL-BLP-AMOUNT,
                  :DCL-BLP-STATUS,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-BLP-REF TO BILL01O-REF
               MOVE SPACES TO GOOD-ERRMSG
               STRING 'Bill payment to ' DELIMITED BY SIZE
                      DCL-BLR-NAME       DELIMITED BY '  '
                      ' queued, ref '    DELIMITED BY SIZE
                      DCL-BLP-REF        DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       QUEUE-PAYMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Payment reference - 'B' + paying PID + date and time to the
      * tenth of a second, the DBANK43P wire reference's shape.
      *-----------------------------------------------------------------
       P310-BUILD-PAYMENT-REF.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME-HHMMSSHH FROM TIME.

           MOVE SPACES TO DCL-BLP-REF.
           STRING 'B'                      DELIMITED BY SIZE
                  BILL01I-PID              DELIMITED BY SIZE
                  WS-SYSDATE-YYYYMMDD      DELIMITED BY SIZE
                  WS-SYSTIME-HHMMSSHH(1:7) DELIMITED BY SIZE
             INTO DCL-BLP-REF.

      *=================================================================
      * Add a biller, or change one already on file.  The remittance
      * account must be a live account of ours that passes its check
      * digit - the nightly credit has nowhere else to go.
      *=================================================================
       P400-SAVE-BILLER.
           IF BILL01I-CODE = SPACES OR BILL01I-NAME = SPACES
               MOVE 'Please enter the biller code and name'
                 TO BANK-ERRMSG
               GO TO SAVE-BILLER-EXIT
           END-IF.

           IF BILL01I-REF-MASK = SPACES
               MOVE 'Please enter the customer reference format'
                 TO BANK-ERRMSG
               GO TO SAVE-BILLER-EXIT
           END-IF.

           IF BILL01I-REF-CHECK NOT = SPACE AND
              BILL01I-REF-CHECK NOT = 'L'
               MOVE 'Check rule must be L (Luhn) or blank'
                 TO BANK-ERRMSG
               GO TO SAVE-BILLER-EXIT
           END-IF.

           MOVE SPACES            TO UACC-DATA.
           SET UACC-VALIDATE      TO TRUE.
           MOVE BILL01I-REMIT-ACC TO UACC-ACCNO.

           CALL 'UACCTCHK' USING BY REFERENCE UACC-DATA.

           IF UACC-INVALID
               MOVE 'Remittance account fails check digit'
                 TO BANK-ERRMSG
               GO TO SAVE-BILLER-EXIT
           END-IF.

           MOVE BILL01I-REMIT-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_STATUS
                  INTO :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100 OR DCL-BAC-STATUS = 'C'
               MOVE 'Remittance account not open with us'
                 TO BANK-ERRMSG
               GO TO SAVE-BILLER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-BILLER-EXIT
           END-IF.

           PERFORM P210-READ-BILLER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-BILLER-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           IF WS-BILLER-FOUND
               PERFORM P610-BUILD-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
           END-IF.

           MOVE BILL01I-NAME      TO DCL-BLR-NAME.
           MOVE BILL01I-REMIT-ACC TO DCL-BLR-REMIT-ACC.
           MOVE BILL01I-REF-MASK  TO DCL-BLR-REF-MASK.
           MOVE BILL01I-REF-CHECK TO DCL-BLR-REF-CHECK.
           MOVE BILL01I-USERID    TO DCL-BLR-UPDATED-BY.
           SET DCL-BLR-ACTIVE     TO TRUE.

           IF WS-BILLER-FOUND
               EXEC SQL
                    UPDATE BNKBILLR
                       SET BLR_NAME       = :DCL-BLR-NAME,
                           BLR_REMIT_ACC  = :DCL-BLR-REMIT-ACC,
                           BLR_REF_MASK   = :DCL-BLR-REF-MASK,
                           BLR_REF_CHECK  = :DCL-BLR-REF-CHECK,
                           BLR_STATUS     = :DCL-BLR-STATUS,
                           BLR_UPDATED_BY = :DCL-BLR-UPDATED-BY,
                           BLR_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE BLR_CODE = :DCL-BLR-CODE
               END-EXEC
               MOVE 'C' TO CD74I-ACTION
           ELSE
               EXEC SQL
                    INSERT INTO BNKBILLR (
                      BLR_CODE,
                      BLR_NAME,
                      BLR_REMIT_ACC,
                      BLR_REF_MASK,
                      BLR_REF_CHECK,
                      BLR_STATUS,
                      BLR_UPDATED_BY,
                      BLR_UPDATED_TS
                    ) VALUES (
                      :DCL-BLR-CODE,
                      :DCL-BLR-NAME,
                      :DCL-BLR-REMIT-ACC,
                      :DCL-BLR-REF-MASK,
                      :DCL-BLR-REF-CHECK,
                      :DCL-BLR-STATUS,
                      :DCL-BLR-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
               MOVE 'A' TO CD74I-ACTION
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               PERFORM P600-WRITE-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Biller saved' TO GOOD-ERRMSG
           END-IF.

       SAVE-BILLER-EXIT.
           EXIT.

      *=================================================================
      * Retire a biller - it drops off every picklist at once.  Its
      * payments already queued still go out on tonight's file.
      *=================================================================
       P500-RETIRE-BILLER.
           PERFORM P210-READ-BILLER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RETIRE-BILLER-EXIT
           END-IF.

           IF NOT WS-BILLER-FOUND OR NOT DCL-BLR-ACTIVE
               MOVE 'No active biller with that code' TO BANK-ERRMSG
               GO TO RETIRE-BILLER-EXIT
           END-IF.

           MOVE BILL01I-USERID TO DCL-BLR-UPDATED-BY.

           EXEC SQL
                UPDATE BNKBILLR
                   SET BLR_STATUS     = 'X',
                       BLR_UPDATED_BY = :DCL-BLR-UPDATED-BY,
                       BLR_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE BLR_CODE = :DCL-BLR-CODE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
               MOVE 'RETIRED' TO CD74I-AFTER
               MOVE 'D' TO CD74I-ACTION
               PERFORM P600-WRITE-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Biller retired' TO GOOD-ERRMSG
           END-IF.

       RETIRE-BILLER-EXIT.
           EXIT.

      *=================================================================
      * The maintenance audit row - the biller code is the key, the
      * remittance account and reference rule are the image.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE BILL01I-USERID TO CD74I-USERID.
           MOVE 'DBILL01P'     TO CD74I-PROGRAM.
           MOVE 'BNKBILLR'     TO CD74I-TABLE.
           MOVE BILL01I-CODE   TO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-BUILD-IMAGE.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'ACC='           DELIMITED BY SIZE
                  DCL-BLR-REMIT-ACC DELIMITED BY SIZE
                  ' MASK='          DELIMITED BY SIZE
                  DCL-BLR-REF-MASK  DELIMITED BY SIZE
                  ' CHK='           DELIMITED BY SIZE
                  DCL-BLR-REF-CHECK DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DCL-BLR-NAME      DELIMITED BY SIZE
             INTO CD74I-AFTER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Biller maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
