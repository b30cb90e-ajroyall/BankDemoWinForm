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
001300* Program:     DCMPL01P.CBL                                    *
001400* Function:    Complaints register behind the B115 screen -     *
001500*              the home a formal complaint (service, fees, a    *
001600*              teller's conduct, a wrong letter) never had      *
001700*              beside DBANK76P's transaction disputes.  'O'     *
001800*              opens a complaint on BNKCMPL under the next      *
001900*              number and starts the regulatory clock: the      *
002000*              acknowledgement falls due a set number of        *
002100*              business days on (stepped through DBANK61P's     *
002200*              calendar), the final response at the end of the  *
002300*              statutory period.  'K' records the               *
002400*              acknowledgement.  'F' records the final          *
002500*              response - outcome, root cause and redress,      *
002600*              credited to the customer's account through       *
002700*              DBANK04P/DBANK06P when an account is given - and *
002800*              queues the final-response letter through         *
002900*              DBANK20P (tag CMPLFINAL, worded off BNKNTMPL by  *
003000*              the dispatcher).  'L' lists a customer's         *
003100*              complaints, or every open one by deadline.       *
003200*              Each step lands a 'C' note on the DCLOG01P       *
003300*              contact log.  DCMPL02P escalates the deadlines;  *
003400*              DCMPL03P builds the quarterly return.            *
003500*              SQL version                                      *
003600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCMPL01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-STEP                           PIC S9(4) COMP.
           05  WS-CAL-ERRMSG                     PIC X(65).
           05  WS-CAL-GOODMSG                    PIC X(65).
           05  WS-CLOG-ERRMSG                    PIC X(65).
           05  WS-CLOG-GOODMSG                   PIC X(65).
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-NO-DSP                         PIC 9(7).
           05  WS-AMT-DSP                        PIC Z(6)9.99.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * The regulatory clock - business days to acknowledge, calendar
      * days to the final response.  Set per jurisdiction.
      *-----------------------------------------------------------------
           05  WS-ACK-BUSINESS-DAYS              PIC S9(3) COMP-3
                                                  VALUE 3.
           05  WS-FINAL-CALENDAR-DAYS            PIC S9(3) COMP-3
                                                  VALUE 56.
      *-----------------------------------------------------------------
      * The codes the return is built on.
      *-----------------------------------------------------------------
           05  WS-CATEGORY-CHECK                 PIC X(2).
               88  WS-CATEGORY-VALID             VALUES 'SV' 'FE' 'ST'
                                                        'CM' 'PR' 'OT'.
           05  WS-PRODUCT-CHECK                  PIC X(2).
               88  WS-PRODUCT-VALID              VALUES 'CA' 'SA' 'LN'
                                                        'CD' 'PY' 'OT'.
           05  WS-CAUSE-CHECK                    PIC X(3).
               88  WS-CAUSE-VALID                VALUES 'PRC' 'SYS'
                                                        'STF' 'POL'
                                                        'TPY' 'NFD'.

           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC20.
           COPY CBANKVC61.
           COPY CCLOG01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSCPX.
           COPY CBANKSACX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CUST-BRANCH                        PIC X(3).
       01  WS-FINAL-DAYS                         PIC S9(3) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CCMPL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference CMPL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN CMPL01I-LIST
                   PERFORM P100-LIST-COMPLAINTS
               WHEN CMPL01I-OPEN
                   PERFORM P200-OPEN-COMPLAINT THRU
                           OPEN-COMPLAINT-EXIT
               WHEN CMPL01I-ACKNOWLEDGE
                   PERFORM P300-ACKNOWLEDGE THRU
                           ACKNOWLEDGE-EXIT
               WHEN CMPL01I-FINAL
                   PERFORM P400-FINAL-RESPONSE THRU
                           FINAL-RESPONSE-EXIT
               WHEN OTHER
                   MOVE 'Invalid complaints register function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Today's date, in the YYYY-MM-DD form the register holds.
      *-----------------------------------------------------------------
       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * One customer's complaints newest first, or - with no PID -
      * every complaint still open, the nearest deadline first.
      *=================================================================
       P100-LIST-COMPLAINTS.
           MOVE ZERO TO CMPL01O-CMPL-COUNT.

           IF CMPL01I-PID = SPACES
               PERFORM P110-LIST-OPEN
           ELSE
               PERFORM P120-LIST-CUSTOMER
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Complaints listed' TO GOOD-ERRMSG
           END-IF.

       P110-LIST-OPEN.
           EXEC SQL
                DECLARE CMPOPEN_CSR CURSOR FOR
                SELECT CMP_NO, CMP_PID, CMP_CATEGORY, CMP_PRODUCT,
                       CMP_STATUS, CMP_RECEIVED_DTE, CMP_ACK_DUE,
                       CMP_ACK_DTE, CMP_FINAL_DUE, CMP_FINAL_DTE,
                       CMP_OUTCOME, CMP_REDRESS, CMP_ESCALATED,
                       CMP_SUMMARY
                FROM BNKCMPL
                WHERE CMP_STATUS IN ('O', 'A')
                ORDER BY CMP_FINAL_DUE, CMP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CMPOPEN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P115-FETCH-OPEN
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR CMPL01O-CMPL-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE CMPOPEN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P115-FETCH-OPEN.
           EXEC SQL
                FETCH CMPOPEN_CSR
                INTO :DCL-CMP-NO, :DCL-CMP-PID, :DCL-CMP-CATEGORY,
                     :DCL-CMP-PRODUCT, :DCL-CMP-STATUS,
                     :DCL-CMP-RECEIVED-DTE, :DCL-CMP-ACK-DUE,
                     :DCL-CMP-ACK-DTE, :DCL-CMP-FINAL-DUE,
                     :DCL-CMP-FINAL-DTE, :DCL-CMP-OUTCOME,
                     :DCL-CMP-REDRESS, :DCL-CMP-ESCALATED,
                     :DCL-CMP-SUMMARY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P130-ADD-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P120-LIST-CUSTOMER.
           MOVE CMPL01I-PID TO DCL-CMP-PID.

           EXEC SQL
                DECLARE CMPCUST_CSR CURSOR FOR
                SELECT CMP_NO, CMP_PID, CMP_CATEGORY, CMP_PRODUCT,
                       CMP_STATUS, CMP_RECEIVED_DTE, CMP_ACK_DUE,
                       CMP_ACK_DTE, CMP_FINAL_DUE, CMP_FINAL_DTE,
                       CMP_OUTCOME, CMP_REDRESS, CMP_ESCALATED,
                       CMP_SUMMARY
                FROM BNKCMPL
                WHERE CMP_PID = :DCL-CMP-PID
                ORDER BY CMP_NO DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CMPCUST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P125-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR CMPL01O-CMPL-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE CMPCUST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P125-FETCH-CUSTOMER.
           EXEC SQL
                FETCH CMPCUST_CSR
                INTO :DCL-CMP-NO, :DCL-CMP-PID, :DCL-CMP-CATEGORY,
                     :DCL-CMP-PRODUCT, :DCL-CMP-STATUS,
                     :DCL-CMP-RECEIVED-DTE, :DCL-CMP-ACK-DUE,
                     :DCL-CMP-ACK-DTE, :DCL-CMP-FINAL-DUE,
                     :DCL-CMP-FINAL-DTE, :DCL-CMP-OUTCOME,
                     :DCL-CMP-REDRESS, :DCL-CMP-ESCALATED,
                     :DCL-CMP-SUMMARY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P130-ADD-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P130-ADD-ENTRY.
           ADD 1 TO CMPL01O-CMPL-COUNT.
           MOVE CMPL01O-CMPL-COUNT TO WS-SUB.
           MOVE DCL-CMP-NO           TO CMPL01O-C-NO(WS-SUB).
           MOVE DCL-CMP-PID          TO CMPL01O-C-PID(WS-SUB).
           MOVE DCL-CMP-CATEGORY     TO CMPL01O-C-CATEGORY(WS-SUB).
           MOVE DCL-CMP-PRODUCT      TO CMPL01O-C-PRODUCT(WS-SUB).
           MOVE DCL-CMP-STATUS       TO CMPL01O-C-STATUS(WS-SUB).
           MOVE DCL-CMP-RECEIVED-DTE TO CMPL01O-C-RECEIVED(WS-SUB).
           MOVE DCL-CMP-ACK-DUE      TO CMPL01O-C-ACK-DUE(WS-SUB).
           MOVE DCL-CMP-ACK-DTE      TO CMPL01O-C-ACK-DTE(WS-SUB).
           MOVE DCL-CMP-FINAL-DUE    TO CMPL01O-C-FINAL-DUE(WS-SUB).
           MOVE DCL-CMP-FINAL-DTE    TO CMPL01O-C-FINAL-DTE(WS-SUB).
           MOVE DCL-CMP-OUTCOME      TO CMPL01O-C-OUTCOME(WS-SUB).
           MOVE DCL-CMP-REDRESS      TO CMPL01O-C-REDRESS(WS-SUB).
           MOVE DCL-CMP-ESCALATED    TO CMPL01O-C-ESCALATED(WS-SUB).
           MOVE DCL-CMP-SUMMARY      TO CMPL01O-C-SUMMARY(WS-SUB).

      *=================================================================
      * Open a complaint and start the clock.  The received date may
      * be earlier than today (a letter that came in the post) - the
      * deadlines run from it, never from the keying date.
      *=================================================================
       P200-OPEN-COMPLAINT.
           IF CMPL01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE CMPL01I-CATEGORY TO WS-CATEGORY-CHECK.
           IF NOT WS-CATEGORY-VALID
               MOVE 'Category must be SV, FE, ST, CM, PR or OT'
                 TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE CMPL01I-PRODUCT TO WS-PRODUCT-CHECK.
           IF NOT WS-PRODUCT-VALID
               MOVE 'Product must be CA, SA, LN, CD, PY or OT'
                 TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           IF CMPL01I-SUMMARY = SPACES
               MOVE 'Please describe the complaint' TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           IF CMPL01I-RECEIVED-DTE = SPACES
               MOVE WS-TODAY-DATE TO CMPL01I-RECEIVED-DTE
           END-IF.

           IF CMPL01I-RECEIVED-DTE > WS-TODAY-DATE
               MOVE 'Received date cannot be in the future'
                 TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE CMPL01I-PID TO DCL-CMP-PID.

           EXEC SQL
                SELECT BCS_BRANCH
                  INTO :WS-CUST-BRANCH
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-CMP-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           IF CMPL01I-ACCNO NOT = SPACES
               MOVE CMPL01I-ACCNO TO DCL-BAC-ACCNO
               PERFORM P700-CHECK-ACCOUNT THRU CHECK-ACCOUNT-EXIT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO OPEN-COMPLAINT-EXIT
               END-IF
           END-IF.

           IF CMPL01I-BRANCH = SPACES
               MOVE WS-CUST-BRANCH TO DCL-CMP-BRANCH
           ELSE
               MOVE CMPL01I-BRANCH TO DCL-CMP-BRANCH
           END-IF.

      *    Acknowledgement - the business day the set number of
      *    business days after receipt, off the holiday calendar.
           MOVE CMPL01I-RECEIVED-DTE TO DCL-CMP-ACK-DUE.

           PERFORM P210-NEXT-BUSINESS-DAY
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-ACK-BUSINESS-DAYS
                  OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(CMP_NO), 0) + 1
                  INTO :DCL-CMP-NO
                  FROM BNKCMPL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE CMPL01I-ACCNO        TO DCL-CMP-ACCNO.
           MOVE CMPL01I-CATEGORY     TO DCL-CMP-CATEGORY.
           MOVE CMPL01I-PRODUCT      TO DCL-CMP-PRODUCT.
           MOVE CMPL01I-SUMMARY      TO DCL-CMP-SUMMARY.
           MOVE CMPL01I-RECEIVED-DTE TO DCL-CMP-RECEIVED-DTE.
           MOVE CMPL01I-USERID       TO DCL-CMP-OPENED-BY.
           MOVE WS-FINAL-CALENDAR-DAYS TO WS-FINAL-DAYS.

      *    Final response - the statutory period runs in calendar
      *    days from receipt.
           EXEC SQL
                INSERT INTO BNKCMPL (
                  CMP_NO,
                  CMP_PID,
                  CMP_ACCNO,
                  CMP_CATEGORY,
                  CMP_PRODUCT,
                  CMP_BRANCH,
                  CMP_SUMMARY,
                  CMP_RECEIVED_DTE,
                  CMP_ACK_DUE,
                  CMP_FINAL_DUE,
                  CMP_STATUS,
                  CMP_OPENED_BY,
                  CMP_UPDATED_BY,
                  CMP_UPDATED_TS
                ) VALUES (
                  :DCL-CMP-NO,
                  :DCL-CMP-PID,
                  :DCL-CMP-ACCNO,
                  :DCL-CMP-CATEGORY,
                  :DCL-CMP-PRODUCT,
                  :DCL-CMP-BRANCH,
                  :DCL-CMP-SUMMARY,
                  :DCL-CMP-RECEIVED-DTE,
                  :DCL-CMP-ACK-DUE,
                  CHAR(DATE(:DCL-CMP-RECEIVED-DTE)
                       + :WS-FINAL-DAYS DAYS),
                  'O',
                  :DCL-CMP-OPENED-BY,
                  :DCL-CMP-OPENED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           EXEC SQL
                SELECT CMP_FINAL_DUE
                  INTO :DCL-CMP-FINAL-DUE
                  FROM BNKCMPL
                 WHERE CMP_NO = :DCL-CMP-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE DCL-CMP-NO        TO CMPL01O-NO WS-NO-DSP.
           MOVE DCL-CMP-ACK-DUE   TO CMPL01O-ACK-DUE.
           MOVE DCL-CMP-FINAL-DUE TO CMPL01O-FINAL-DUE.

           MOVE SPACES TO CLOG01I-TEXT.
           STRING 'Complaint ' DELIMITED BY SIZE
                  WS-NO-DSP    DELIMITED BY SIZE
                  ' opened (' DELIMITED BY SIZE
                  DCL-CMP-CATEGORY DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DCL-CMP-PRODUCT DELIMITED BY SIZE
                  ') - final response due ' DELIMITED BY SIZE
                  DCL-CMP-FINAL-DUE DELIMITED BY SIZE
             INTO CLOG01I-TEXT.
           PERFORM P600-LOG-CONTACT.

           MOVE SPACES TO GOOD-ERRMSG.
           STRING 'Complaint ' DELIMITED BY SIZE
                  WS-NO-DSP    DELIMITED BY SIZE
                  ' opened - acknowledge by ' DELIMITED BY SIZE
                  DCL-CMP-ACK-DUE DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       OPEN-COMPLAINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One step of the acknowledgement clock - the next business
      * day after DCL-CMP-ACK-DUE.
      *-----------------------------------------------------------------
       P210-NEXT-BUSINESS-DAY.
           MOVE SPACES          TO CD61-DATA WS-CAL-ERRMSG.
           SET CD61I-NEXT       TO TRUE.
           MOVE DCL-CMP-ACK-DUE TO CD61I-DATE.

           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-CAL-ERRMSG
                                 BY REFERENCE WS-CAL-GOODMSG.

           IF WS-CAL-ERRMSG NOT = SPACES
               MOVE WS-CAL-ERRMSG TO BANK-ERRMSG
           ELSE
               MOVE CD61O-DATE TO DCL-CMP-ACK-DUE
           END-IF.

      *=================================================================
      * The acknowledgement has gone to the customer.
      *=================================================================
       P300-ACKNOWLEDGE.
           PERFORM P750-READ-COMPLAINT THRU READ-COMPLAINT-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ACKNOWLEDGE-EXIT
           END-IF.

           IF NOT DCL-CMP-OPEN
               MOVE 'Complaint has already been acknowledged'
                 TO BANK-ERRMSG
               GO TO ACKNOWLEDGE-EXIT
           END-IF.

           MOVE CMPL01I-USERID TO DCL-CMP-UPDATED-BY.
           MOVE WS-TODAY-DATE  TO DCL-CMP-ACK-DTE.

           EXEC SQL
                UPDATE BNKCMPL
                   SET CMP_STATUS     = 'A',
                       CMP_ACK_DTE    = :DCL-CMP-ACK-DTE,
                       CMP_UPDATED_BY = :DCL-CMP-UPDATED-BY,
                       CMP_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CMP_NO     = :DCL-CMP-NO
                   AND CMP_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ACKNOWLEDGE-EXIT
           END-IF.

           MOVE DCL-CMP-NO TO WS-NO-DSP.
           MOVE SPACES TO CLOG01I-TEXT.
           STRING 'Complaint ' DELIMITED BY SIZE
                  WS-NO-DSP    DELIMITED BY SIZE
                  ' acknowledged' DELIMITED BY SIZE
             INTO CLOG01I-TEXT.
           PERFORM P600-LOG-CONTACT.

           IF DCL-CMP-ACK-DTE > DCL-CMP-ACK-DUE
               MOVE 'Acknowledged - LATE against the regulatory clock'
                 TO GOOD-ERRMSG
           ELSE
               MOVE 'Complaint acknowledged' TO GOOD-ERRMSG
           END-IF.

       ACKNOWLEDGE-EXIT.
           EXIT.

      *=================================================================
      * The final response - outcome, root cause, redress paid - and
      * the letter that tells the customer.  A final response also
      * stands as the acknowledgement if none was recorded.
      *=================================================================
       P400-FINAL-RESPONSE.
           PERFORM P750-READ-COMPLAINT THRU READ-COMPLAINT-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           IF DCL-CMP-CLOSED
               MOVE 'Complaint already has its final response'
                 TO BANK-ERRMSG
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           IF CMPL01I-OUTCOME NOT = 'U' AND
              CMPL01I-OUTCOME NOT = 'P' AND
              CMPL01I-OUTCOME NOT = 'R'
               MOVE 'Outcome must be U (upheld), P (partly) or R'
                 TO BANK-ERRMSG
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           MOVE CMPL01I-ROOT-CAUSE TO WS-CAUSE-CHECK.
           IF NOT WS-CAUSE-VALID
               MOVE 'Root cause must be PRC, SYS, STF, POL, TPY or NFD'
                 TO BANK-ERRMSG
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           IF CMPL01I-REDRESS < ZERO
               MOVE 'Redress cannot be negative' TO BANK-ERRMSG
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           IF CMPL01I-REDRESS-ACC NOT = SPACES AND
              CMPL01I-REDRESS NOT > ZERO
               MOVE 'Enter the redress amount to credit the account'
                 TO BANK-ERRMSG
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           IF CMPL01I-REDRESS-ACC NOT = SPACES
               MOVE CMPL01I-REDRESS-ACC TO DCL-BAC-ACCNO
               PERFORM P700-CHECK-ACCOUNT THRU CHECK-ACCOUNT-EXIT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO FINAL-RESPONSE-EXIT
               END-IF
               PERFORM P500-POST-REDRESS THRU POST-REDRESS-EXIT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO FINAL-RESPONSE-EXIT
               END-IF
           END-IF.

           MOVE CMPL01I-USERID      TO DCL-CMP-UPDATED-BY.
           MOVE WS-TODAY-DATE       TO DCL-CMP-FINAL-DTE.
           MOVE CMPL01I-OUTCOME     TO DCL-CMP-OUTCOME.
           MOVE CMPL01I-ROOT-CAUSE  TO DCL-CMP-ROOT-CAUSE.
           MOVE CMPL01I-REDRESS     TO DCL-CMP-REDRESS.
           MOVE CMPL01I-REDRESS-ACC TO DCL-CMP-REDRESS-ACC.
           IF DCL-CMP-ACK-DTE = SPACES
               MOVE WS-TODAY-DATE TO DCL-CMP-ACK-DTE
           END-IF.

           EXEC SQL
                UPDATE BNKCMPL
                   SET CMP_STATUS      = 'C',
                       CMP_ACK_DTE     = :DCL-CMP-ACK-DTE,
                       CMP_FINAL_DTE   = :DCL-CMP-FINAL-DTE,
                       CMP_OUTCOME     = :DCL-CMP-OUTCOME,
                       CMP_ROOT_CAUSE  = :DCL-CMP-ROOT-CAUSE,
                       CMP_REDRESS     = :DCL-CMP-REDRESS,
                       CMP_REDRESS_ACC = :DCL-CMP-REDRESS-ACC,
                       CMP_UPDATED_BY  = :DCL-CMP-UPDATED-BY,
                       CMP_UPDATED_TS  = CURRENT TIMESTAMP
                 WHERE CMP_NO      = :DCL-CMP-NO
                   AND CMP_STATUS <> 'C'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           PERFORM P450-QUEUE-LETTER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO FINAL-RESPONSE-EXIT
           END-IF.

           MOVE DCL-CMP-NO      TO WS-NO-DSP.
           MOVE DCL-CMP-REDRESS TO WS-AMT-DSP.
           MOVE SPACES TO CLOG01I-TEXT.
           STRING 'Complaint ' DELIMITED BY SIZE
                  WS-NO-DSP    DELIMITED BY SIZE
                  ' final response - outcome ' DELIMITED BY SIZE
                  DCL-CMP-OUTCOME DELIMITED BY SIZE
                  ', redress ' DELIMITED BY SIZE
                  WS-AMT-DSP   DELIMITED BY SIZE
             INTO CLOG01I-TEXT.
           PERFORM P600-LOG-CONTACT.

           IF DCL-CMP-FINAL-DTE > DCL-CMP-FINAL-DUE
               MOVE 'Final response sent - LATE, past statutory date'
                 TO GOOD-ERRMSG
           ELSE
               MOVE 'Final response recorded and letter queued'
                 TO GOOD-ERRMSG
           END-IF.

       FINAL-RESPONSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The final-response letter through the BNKMAILQ pipeline - the
      * tag keys the dispatcher's BNKNTMPL lookup in the customer's
      * language and carries the complaint number and outcome; the
      * redress rides in the amount.
      *-----------------------------------------------------------------
       P450-QUEUE-LETTER.
           MOVE DCL-CMP-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG NOT = SPACES
               MOVE WS-ALERT-ERRMSG TO BANK-ERRMSG
           ELSE
               MOVE DCL-CMP-NO        TO WS-NO-DSP
               MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-CMP-PID       TO CD20I-PID
               MOVE CD02O-EMAIL       TO CD20I-EMAIL
               MOVE DCL-CMP-ACCNO     TO CD20I-FROM-ACC
               MOVE SPACES            TO CD20I-TO-ACC
               MOVE DCL-CMP-REDRESS   TO CD20I-AMOUNT
               STRING 'CMPLFINAL ' DELIMITED BY SIZE
                      WS-NO-DSP    DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      DCL-CMP-OUTCOME DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG NOT = SPACES
                   MOVE WS-ALERT-ERRMSG TO BANK-ERRMSG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Credit the redress to the account in DCL-BAC-ACCNO - one leg
      * through DBANK04P, its BNKTXN row through DBANK06P.
      *-----------------------------------------------------------------
       P500-POST-REDRESS.
           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE + CMPL01I-REDRESS.

           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.
           MOVE DCL-CMP-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES
               MOVE WS-POST-ERRMSG TO BANK-ERRMSG
               GO TO POST-REDRESS-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance changed - please retry' TO BANK-ERRMSG
               GO TO POST-REDRESS-EXIT
           END-IF.

           MOVE DCL-CMP-NO        TO WS-NO-DSP.
           MOVE SPACES            TO CD06-DATA.
           MOVE DCL-CMP-PID       TO CD06I-PERSON-PID.
           SET CD06I-LEDGER       TO TRUE.
           MOVE DCL-BAC-ACCNO     TO CD06I-FROM-ACC.
           MOVE CMPL01I-REDRESS   TO CD06I-FROM-AMOUNT.
           STRING 'Complaint redress ' DELIMITED BY SIZE
                  WS-NO-DSP            DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.
           MOVE 'O'               TO CD06I-CATEGORY.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

       POST-REDRESS-EXIT.
           EXIT.

      *=================================================================
      * A 'C' note on the customer's contact log - a log problem never
      * fails the register step itself.
      *=================================================================
       P600-LOG-CONTACT.
           SET CLOG01I-ADD     TO TRUE.
           MOVE CMPL01I-USERID TO CLOG01I-USERID.
           MOVE DCL-CMP-PID    TO CLOG01I-PID.
           MOVE 'C'            TO CLOG01I-CATEGORY.
           MOVE SPACES TO WS-CLOG-ERRMSG WS-CLOG-GOODMSG.

           CALL 'DCLOG01P' USING BY REFERENCE CLOG01-DATA
                                 BY REFERENCE WS-CLOG-ERRMSG
                                 BY REFERENCE WS-CLOG-GOODMSG.

      *-----------------------------------------------------------------
      * The account in DCL-BAC-ACCNO must be the complainant's (or
      * one they hold jointly) and open.
      *-----------------------------------------------------------------
       P700-CHECK-ACCOUNT.
           MOVE CMPL01I-PID TO DCL-BAC-PID.
           IF CMPL01I-FINAL
               MOVE DCL-CMP-PID TO DCL-BAC-PID
           END-IF.

           EXEC SQL
                SELECT BAC_BALANCE, BAC_STATUS
                  INTO :DCL-BAC-BALANCE, :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO   AND
                       (BAC_PID  = :DCL-BAC-PID OR EXISTS
                           (SELECT 1 FROM BNKACCHLD
                             WHERE ACH_ACCNO = :DCL-BAC-ACCNO
                               AND ACH_PID   = :DCL-BAC-PID))
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not on file for this customer'
                 TO BANK-ERRMSG
               GO TO CHECK-ACCOUNT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-ACCOUNT-EXIT
           END-IF.

           IF CMPL01I-FINAL AND DCL-BAC-STATUS = 'C'
               MOVE 'Redress account is closed' TO BANK-ERRMSG
           END-IF.

       CHECK-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The complaint in CMPL01I-NO.
      *-----------------------------------------------------------------
       P750-READ-COMPLAINT.
           IF CMPL01I-NO = ZERO
               MOVE 'Please enter the complaint number' TO BANK-ERRMSG
               GO TO READ-COMPLAINT-EXIT
           END-IF.

           MOVE CMPL01I-NO TO DCL-CMP-NO.

           EXEC SQL
                SELECT CMP_PID, CMP_ACCNO, CMP_STATUS, CMP_ACK_DUE,
                       CMP_ACK_DTE, CMP_FINAL_DUE
                  INTO :DCL-CMP-PID, :DCL-CMP-ACCNO, :DCL-CMP-STATUS,
                       :DCL-CMP-ACK-DUE, :DCL-CMP-ACK-DTE,
                       :DCL-CMP-FINAL-DUE
                  FROM BNKCMPL
                 WHERE CMP_NO = :DCL-CMP-NO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Complaint not on file' TO BANK-ERRMSG
               GO TO READ-COMPLAINT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

       READ-COMPLAINT-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Complaints register failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
