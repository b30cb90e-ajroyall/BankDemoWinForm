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
001300* Program:     DLOAN11P.CBL                                    *
001400* Function:    Loan application register on BNKLNAPP, behind    *
001500*              the B131 screen and BBANK71P's origination -     *
001600*              until now an application that did not fund left *
001700*              no trace.  'N' takes an application on a saved   *
001800*              BNKLNQT quote, copying the quote's figures and   *
001900*              the customer's branch on; a second 'N' on the    *
002000*              same quote hands back the application still      *
002100*              open on it.  'U' records DLOAN07P's underwriting *
002200*              outcome - passed or released by a supervisor is  *
002300*              approved, referred waits for the sign-off, over  *
002400*              the refuse line is declined with reason DS.      *
002500*              'D' is an officer's coded decline, 'W' the       *
002600*              applicant withdrawing, 'F' the funding.  Every   *
002700*              change of status writes a BNKLNAPH history row   *
002800*              naming the officer, and is audited to BNKMADT    *
002900*              through DBANK74P.                                *
003000*              A decline falls due for its adverse-action       *
003100*              notice ADVACTDAYS (BNKPARM, default 30) days on. *
003200*              The notice is queued at once through DBANK02P /  *
003300*              DBANK20P - tag ADVACTxx, xx the decline reason,  *
003400*              which DBANK32P words from BNKNTMPL in the        *
003500*              customer's BCS_LANGUAGE; with no e-mail on file  *
003600*              it waits on the 'O' list (and the nightly ADVACT *
003700*              run, DLOAN12P) until the branch posts it ('M').  *
003800*              'L' lists a customer's applications, or the open *
003900*              pipeline of the caller's branch or every branch; *
004000*              'H' lists one application's status history.      *
004100*              SQL version                                      *
004200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLOAN11P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-VIEWER              VALUE 'V'.
           05  WS-APP-NO-DSP                     PIC 9(9).
           05  WS-DSR-DSP                        PIC ZZ9.99.
           05  WS-PRINCIPAL-DSP                  PIC Z(6)9.99.
           05  WS-OLD-STATUS                     PIC X(1).
           05  WS-HIST-OFFICER                   PIC X(5).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC74.
           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLG
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLQ
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSLRX.
           COPY CBANKSLGX.
           COPY CBANKSLQX.
           COPY CBANKSCSX.

       01  WS-TODAY                              PIC X(10).
       01  WS-NOTICE-DAYS                        PIC S9(3) COMP-3.
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-BRANCH-LOW                         PIC X(3).
       01  WS-BRANCH-HIGH                        PIC X(3).
       01  WS-CUST-NAME                          PIC X(25).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CLOAN11.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference LOAN11-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO LOAN11O-STATUS.
           MOVE 'N'    TO LOAN11O-NOTICE-SW.
           MOVE ZERO   TO LOAN11O-APP-NO LOAN11O-ITEM-COUNT
                          LOAN11O-HIST-COUNT.

           PERFORM P720-BUILD-TODAY.

           EVALUATE TRUE
               WHEN LOAN11I-NEW
                   PERFORM P100-NEW-APPLICATION THRU
                           NEW-APPLICATION-EXIT
               WHEN LOAN11I-UNDERWRITTEN
                   PERFORM P200-UNDERWRITTEN THRU UNDERWRITTEN-EXIT
               WHEN LOAN11I-DECLINE
                   PERFORM P300-OFFICER-DECLINE THRU
                           OFFICER-DECLINE-EXIT
               WHEN LOAN11I-WITHDRAW
                   PERFORM P400-WITHDRAW THRU WITHDRAW-EXIT
               WHEN LOAN11I-FUNDED
                   PERFORM P420-FUNDED THRU FUNDED-EXIT
               WHEN LOAN11I-MAILED
                   PERFORM P440-NOTICE-POSTED THRU NOTICE-POSTED-EXIT
               WHEN LOAN11I-LIST
                   PERFORM P500-LIST-APPLICATIONS THRU
                           LIST-APPLICATIONS-EXIT
               WHEN LOAN11I-NOTICE-LIST
                   PERFORM P540-LIST-NOTICES THRU LIST-NOTICES-EXIT
               WHEN LOAN11I-HISTORY
                   PERFORM P560-LIST-HISTORY THRU LIST-HISTORY-EXIT
               WHEN OTHER
                   MOVE 'Invalid loan application function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Take an application on a saved quote.  One open application
      * per customer and quote - asking again hands the open one back
      * so a re-run origination does not register it twice.
      *=================================================================
       P100-NEW-APPLICATION.
           IF LOAN11I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           IF LOAN11I-QUOTE-TS = SPACES
               MOVE 'Please select the quote applied for'
                 TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           IF LOAN11I-PRODUCT = SPACES
               MOVE 'PL' TO DCL-LAP-PRODUCT
           ELSE
               MOVE LOAN11I-PRODUCT TO DCL-LAP-PRODUCT
           END-IF.

           IF NOT DCL-LAP-VALID-PRODUCT
               MOVE 'Product must be PL, AU, HI, DC, ED or OT'
                 TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           PERFORM P700-CALLER-ROLE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not take loan applications'
                 TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           MOVE LOAN11I-PID      TO DCL-LAP-PID DCL-BCS-PID.
           MOVE LOAN11I-QUOTE-TS TO DCL-LAP-QUOTE-TS DCL-LNQ-TIMESTAMP.

           EXEC SQL
                SELECT LAP_APP_NO, LAP_STATUS
                  INTO :DCL-LAP-APP-NO, :DCL-LAP-STATUS
                  FROM BNKLNAPP
                 WHERE LAP_PID      = :DCL-LAP-PID
                   AND LAP_QUOTE_TS = :DCL-LAP-QUOTE-TS
                   AND LAP_STATUS IN ('A', 'R', 'P')
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-LAP-APP-NO TO LOAN11O-APP-NO
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               MOVE 'Application already open on this quote'
                 TO GOOD-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           EXEC SQL
                SELECT LNQ_PRINCIPAL, LNQ_RATE, LNQ_TERM, LNQ_PAYMENT
                  INTO :DCL-LNQ-PRINCIPAL, :DCL-LNQ-RATE,
                       :DCL-LNQ-TERM, :DCL-LNQ-PAYMENT
                  FROM BNKLNQT
                 WHERE LNQ_TIMESTAMP = :DCL-LNQ-TIMESTAMP
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Quote not found' TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           EXEC SQL
                SELECT BCS_BRANCH
                  INTO :DCL-BCS-BRANCH
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(LAP_APP_NO), 0) + 1
                  INTO :DCL-LAP-APP-NO
                  FROM BNKLNAPP
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           MOVE DCL-BCS-BRANCH       TO DCL-LAP-BRANCH.
           MOVE DCL-LNQ-PRINCIPAL    TO DCL-LAP-PRINCIPAL.
           MOVE DCL-LNQ-RATE         TO DCL-LAP-RATE.
           MOVE DCL-LNQ-TERM         TO DCL-LAP-TERM.
           MOVE DCL-LNQ-PAYMENT      TO DCL-LAP-PAYMENT.
           MOVE LOAN11I-INCOME       TO DCL-LAP-INCOME.
           MOVE LOAN11I-OBLIGATIONS  TO DCL-LAP-OBLIGATIONS.
           MOVE ZERO                 TO DCL-LAP-DSR-PCT.
           SET DCL-LAP-APPLIED       TO TRUE.
           MOVE LOAN11I-USERID       TO DCL-LAP-APPLIED-BY
                                        DCL-LAP-UPDATED-BY.
           MOVE WS-TODAY             TO DCL-LAP-APPLIED-DATE.
           MOVE SPACES               TO DCL-LAP-DECISION-BY
                                        DCL-LAP-DECISION-DATE
                                        DCL-LAP-DECLINE-CODE
                                        DCL-LAP-DECLINE-NOTE
                                        DCL-LAP-NOTICE-DUE
                                        DCL-LAP-NOTICE-DATE
                                        DCL-LAP-NOTICE-HOW
                                        DCL-LAP-LOAN-ACC.

           EXEC SQL
                INSERT INTO BNKLNAPP (
                  LAP_APP_NO,
                  LAP_PID,
                  LAP_QUOTE_TS,
                  LAP_PRODUCT,
                  LAP_BRANCH,
                  LAP_PRINCIPAL,
                  LAP_RATE,
                  LAP_TERM,
                  LAP_PAYMENT,
                  LAP_INCOME,
                  LAP_OBLIGATIONS,
                  LAP_DSR_PCT,
                  LAP_STATUS,
                  LAP_APPLIED_BY,
                  LAP_APPLIED_DATE,
                  LAP_DECISION_BY,
                  LAP_DECISION_DATE,
                  LAP_DECLINE_CODE,
                  LAP_DECLINE_NOTE,
                  LAP_NOTICE_DUE,
                  LAP_NOTICE_DATE,
                  LAP_NOTICE_HOW,
                  LAP_LOAN_ACC,
                  LAP_UPDATED_BY,
                  LAP_UPDATED_TS
                ) VALUES (
                  :DCL-LAP-APP-NO,
                  :DCL-LAP-PID,
                  :DCL-LAP-QUOTE-TS,
                  :DCL-LAP-PRODUCT,
                  :DCL-LAP-BRANCH,
                  :DCL-LAP-PRINCIPAL,
                  :DCL-LAP-RATE,
                  :DCL-LAP-TERM,
                  :DCL-LAP-PAYMENT,
                  :DCL-LAP-INCOME,
                  :DCL-LAP-OBLIGATIONS,
                  :DCL-LAP-DSR-PCT,
                  :DCL-LAP-STATUS,
                  :DCL-LAP-APPLIED-BY,
                  :DCL-LAP-APPLIED-DATE,
                  :DCL-LAP-DECISION-BY,
                  :DCL-LAP-DECISION-DATE,
                  :DCL-LAP-DECLINE-CODE,
                  :DCL-LAP-DECLINE-NOTE,
                  :DCL-LAP-NOTICE-DUE,
                  :DCL-LAP-NOTICE-DATE,
                  :DCL-LAP-NOTICE-HOW,
                  :DCL-LAP-LOAN-ACC,
                  :DCL-LAP-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-APPLICATION-EXIT
           END-IF.

           MOVE LOAN11I-USERID TO WS-HIST-OFFICER.
           MOVE 'APPLICATION TAKEN' TO DCL-LAH-NOTE.
           PERFORM P650-WRITE-HISTORY.

           MOVE SPACES TO CD74-DATA.
           MOVE 'A' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-APP-NO TO LOAN11O-APP-NO
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               MOVE 'Loan application registered' TO GOOD-ERRMSG
           END-IF.

       NEW-APPLICATION-EXIT.
           EXIT.

      *=================================================================
      * DLOAN07P's outcome.  Passed, or a referral a supervisor has
      * released, is approved (the releasing supervisor is the
      * deciding officer); a referral waits; over the refuse line
      * the application is declined for debt service.
      *=================================================================
       P200-UNDERWRITTEN.
           PERFORM P620-READ-OPEN-APP THRU READ-OPEN-APP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UNDERWRITTEN-EXIT
           END-IF.

           MOVE LOAN11I-DSR-PCT     TO DCL-LAP-DSR-PCT.
           MOVE LOAN11I-INCOME      TO DCL-LAP-INCOME.
           MOVE LOAN11I-OBLIGATIONS TO DCL-LAP-OBLIGATIONS.
           MOVE LOAN11I-USERID      TO WS-HIST-OFFICER.
           MOVE LOAN11I-DSR-PCT     TO WS-DSR-DSP.

           EVALUATE LOAN11I-UW-DECISION
               WHEN 'P'
                   SET DCL-LAP-APPROVED  TO TRUE
                   MOVE LOAN11I-USERID   TO DCL-LAP-DECISION-BY
                   MOVE WS-TODAY         TO DCL-LAP-DECISION-DATE
                   MOVE SPACES           TO DCL-LAH-NOTE
                   STRING 'APPROVED - RATIO ' DELIMITED BY SIZE
                          WS-DSR-DSP          DELIMITED BY SIZE
                          '% WITHIN PASS LINE' DELIMITED BY SIZE
                     INTO DCL-LAH-NOTE
               WHEN 'O'
                   SET DCL-LAP-APPROVED  TO TRUE
                   MOVE LOAN11I-SUPERVISOR TO DCL-LAP-DECISION-BY
                                              WS-HIST-OFFICER
                   MOVE WS-TODAY         TO DCL-LAP-DECISION-DATE
                   MOVE 'REFERRAL RELEASED' TO DCL-LAH-NOTE
               WHEN 'Q'
                   SET DCL-LAP-REFERRED  TO TRUE
                   MOVE SPACES           TO DCL-LAH-NOTE
                   STRING 'REFERRED - RATIO ' DELIMITED BY SIZE
                          WS-DSR-DSP          DELIMITED BY SIZE
                          '% NEEDS SIGN-OFF'  DELIMITED BY SIZE
                     INTO DCL-LAH-NOTE
               WHEN 'R'
                   MOVE 'DS'             TO DCL-LAP-DECLINE-CODE
                   MOVE SPACES           TO DCL-LAP-DECLINE-NOTE
                   STRING 'DEBT-SERVICE RATIO ' DELIMITED BY SIZE
                          WS-DSR-DSP            DELIMITED BY SIZE
                          '% OVER REFUSE LINE'  DELIMITED BY SIZE
                     INTO DCL-LAP-DECLINE-NOTE
                   PERFORM P350-RECORD-DECLINE THRU
                           RECORD-DECLINE-EXIT
                   GO TO UNDERWRITTEN-EXIT
               WHEN OTHER
                   MOVE 'Invalid underwriting decision' TO BANK-ERRMSG
                   GO TO UNDERWRITTEN-EXIT
           END-EVALUATE.

           PERFORM P640-UPDATE-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UNDERWRITTEN-EXIT
           END-IF.

           PERFORM P650-WRITE-HISTORY.
           PERFORM P660-STATUS-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               MOVE 'Underwriting outcome recorded' TO GOOD-ERRMSG
           END-IF.

       UNDERWRITTEN-EXIT.
           EXIT.

      *=================================================================
      * An officer's decline - coded, never the officer's own
      * application, and 'OT' must say why.
      *=================================================================
       P300-OFFICER-DECLINE.
           MOVE LOAN11I-REASON TO DCL-LAP-DECLINE-CODE.
           IF NOT DCL-LAP-VALID-DECLINE
               MOVE 'Decline reason code not recognised'
                 TO BANK-ERRMSG
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           IF DCL-LAP-OTHER-REASON AND LOAN11I-NOTE = SPACES
               MOVE 'Please say why the application is declined'
                 TO BANK-ERRMSG
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           PERFORM P700-CALLER-ROLE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not decide loan applications'
                 TO BANK-ERRMSG
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           PERFORM P620-READ-OPEN-APP THRU READ-OPEN-APP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           IF DCL-LAP-PID = LOAN11I-USERID
               MOVE 'You may not decide your own loan application'
                 TO BANK-ERRMSG
               GO TO OFFICER-DECLINE-EXIT
           END-IF.

           MOVE LOAN11I-REASON TO DCL-LAP-DECLINE-CODE.
           MOVE LOAN11I-NOTE   TO DCL-LAP-DECLINE-NOTE.
           MOVE LOAN11I-USERID TO WS-HIST-OFFICER.
           PERFORM P350-RECORD-DECLINE THRU RECORD-DECLINE-EXIT.

       OFFICER-DECLINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Whoever declined it, the notice falls due ADVACTDAYS on and is
      * queued now if the customer has an e-mail on file.
      *-----------------------------------------------------------------
       P350-RECORD-DECLINE.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'ADVACTDAYS' TO PARM01I-NAME.
           MOVE 30 TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           MOVE 30 TO WS-NOTICE-DAYS.
           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-NOTICE-DAYS
           END-IF.
           IF WS-NOTICE-DAYS < 1
               MOVE 1 TO WS-NOTICE-DAYS
           END-IF.

           SET DCL-LAP-DECLINED   TO TRUE.
           MOVE WS-HIST-OFFICER   TO DCL-LAP-DECISION-BY.
           MOVE WS-TODAY          TO DCL-LAP-DECISION-DATE.
           MOVE SPACES            TO DCL-LAP-NOTICE-DATE
                                     DCL-LAP-NOTICE-HOW.

           EXEC SQL
                SELECT CHAR(DATE(:WS-TODAY) + :WS-NOTICE-DAYS DAYS)
                  INTO :DCL-LAP-NOTICE-DUE
                  FROM BNKLNAPP
                 WHERE LAP_APP_NO = :DCL-LAP-APP-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DECLINE-EXIT
           END-IF.

           PERFORM P360-SEND-NOTICE.

           PERFORM P640-UPDATE-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DECLINE-EXIT
           END-IF.

           MOVE DCL-LAP-DECLINE-NOTE TO DCL-LAH-NOTE.
           PERFORM P650-WRITE-HISTORY.
           PERFORM P660-STATUS-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               IF LOAN11O-NOTICE-SENT
                   MOVE 'Application declined - notice e-mailed'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Application declined - notice must be posted'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       RECORD-DECLINE-EXIT.
           EXIT.

      *    The tag leads with the BNKNTMPL code DBANK32P words the
      *    notice from - one template per decline reason.  A notice
      *    that cannot go is left for the branch, never a failure.
       P360-SEND-NOTICE.
           MOVE DCL-LAP-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
               MOVE WS-ALERT-PID      TO CD20I-PID
               MOVE CD02O-EMAIL       TO CD20I-EMAIL
               MOVE DCL-LAP-PRINCIPAL TO CD20I-AMOUNT
               MOVE DCL-LAP-APP-NO    TO WS-APP-NO-DSP
               STRING 'ADVACT'             DELIMITED BY SIZE
                      DCL-LAP-DECLINE-CODE DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-APP-NO-DSP        DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   MOVE WS-TODAY TO DCL-LAP-NOTICE-DATE
                   SET DCL-LAP-NOTICE-EMAILED TO TRUE
                   SET LOAN11O-NOTICE-SENT    TO TRUE
               END-IF
           END-IF.

      *=================================================================
      * The applicant withdraws - the customer themselves or an
      * officer on their behalf, while it is still open.
      *=================================================================
       P400-WITHDRAW.
           PERFORM P700-CALLER-ROLE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not withdraw loan applications'
                 TO BANK-ERRMSG
               GO TO WITHDRAW-EXIT
           END-IF.

           PERFORM P620-READ-OPEN-APP THRU READ-OPEN-APP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-EXIT
           END-IF.

           SET DCL-LAP-WITHDRAWN TO TRUE.
           MOVE LOAN11I-USERID   TO WS-HIST-OFFICER.

           PERFORM P640-UPDATE-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-EXIT
           END-IF.

           IF LOAN11I-NOTE = SPACES
               MOVE 'WITHDRAWN BY THE APPLICANT' TO DCL-LAH-NOTE
           ELSE
               MOVE LOAN11I-NOTE TO DCL-LAH-NOTE
           END-IF.
           PERFORM P650-WRITE-HISTORY.
           PERFORM P660-STATUS-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               MOVE 'Loan application withdrawn' TO GOOD-ERRMSG
           END-IF.

       WITHDRAW-EXIT.
           EXIT.

      *=================================================================
      * The approved application funded - the loan account is kept
      * on the row so the review can follow it onto the books.
      *=================================================================
       P420-FUNDED.
           IF LOAN11I-LOAN-ACC = SPACES
               MOVE 'Please give the loan account funded'
                 TO BANK-ERRMSG
               GO TO FUNDED-EXIT
           END-IF.

           PERFORM P620-READ-OPEN-APP THRU READ-OPEN-APP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO FUNDED-EXIT
           END-IF.

           IF NOT DCL-LAP-APPROVED
               MOVE 'Only an approved application can be funded'
                 TO BANK-ERRMSG
               GO TO FUNDED-EXIT
           END-IF.

           SET DCL-LAP-FUNDED     TO TRUE.
           MOVE LOAN11I-LOAN-ACC  TO DCL-LAP-LOAN-ACC.
           MOVE LOAN11I-USERID    TO WS-HIST-OFFICER.

           PERFORM P640-UPDATE-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO FUNDED-EXIT
           END-IF.

           MOVE SPACES TO DCL-LAH-NOTE.
           STRING 'FUNDED TO LOAN ACCOUNT ' DELIMITED BY SIZE
                  DCL-LAP-LOAN-ACC          DELIMITED BY SIZE
             INTO DCL-LAH-NOTE.
           PERFORM P650-WRITE-HISTORY.
           PERFORM P660-STATUS-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               MOVE 'Loan application funded' TO GOOD-ERRMSG
           END-IF.

       FUNDED-EXIT.
           EXIT.

      *=================================================================
      * The branch has posted a decline's adverse-action notice.
      *=================================================================
       P440-NOTICE-POSTED.
           PERFORM P700-CALLER-ROLE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not record notices'
                 TO BANK-ERRMSG
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           PERFORM P630-READ-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           IF NOT DCL-LAP-DECLINED
               MOVE 'Only a declined application has a notice'
                 TO BANK-ERRMSG
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           IF DCL-LAP-NOTICE-DATE NOT = SPACES
               MOVE 'The notice has already gone' TO BANK-ERRMSG
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           MOVE WS-TODAY TO DCL-LAP-NOTICE-DATE.
           SET DCL-LAP-NOTICE-POSTED TO TRUE.

           PERFORM P640-UPDATE-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NOTICE-POSTED-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'ADVERSE-ACTION NOTICE POSTED ' DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
                  ' DUE '                         DELIMITED BY SIZE
                  DCL-LAP-NOTICE-DUE              DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS TO LOAN11O-STATUS
               SET LOAN11O-NOTICE-SENT TO TRUE
               MOVE 'Notice recorded as posted' TO GOOD-ERRMSG
           END-IF.

       NOTICE-POSTED-EXIT.
           EXIT.

      *=================================================================
      * A customer's applications newest first, or with no customer
      * the open pipeline - the caller's branch or every branch.
      *=================================================================
       P500-LIST-APPLICATIONS.
           IF LOAN11I-PID NOT = SPACES
               PERFORM P510-LIST-CUSTOMER
           ELSE
               PERFORM P710-BRANCH-RANGE
               IF BANK-ERRMSG = SPACES
                   PERFORM P520-LIST-PIPELINE
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
               IF LOAN11O-ITEM-COUNT = ZERO
                   MOVE 'No loan applications found' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Loan applications listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-APPLICATIONS-EXIT.
           EXIT.

       P510-LIST-CUSTOMER.
           MOVE LOAN11I-PID TO DCL-LAP-PID.

           EXEC SQL
                DECLARE LAPC_CSR CURSOR FOR
                SELECT LAP_APP_NO, LAP_PID, BCS_NAME, LAP_PRODUCT,
                       LAP_BRANCH, LAP_PRINCIPAL, LAP_TERM,
                       LAP_DSR_PCT, LAP_STATUS, LAP_APPLIED_DATE,
                       LAP_DECISION_BY, LAP_DECISION_DATE,
                       LAP_DECLINE_CODE, LAP_NOTICE_DUE,
                       LAP_NOTICE_DATE, LAP_NOTICE_HOW, LAP_LOAN_ACC
                FROM BNKLNAPP, BNKCUST
                WHERE LAP_PID = :DCL-LAP-PID
                  AND BCS_PID = LAP_PID
                ORDER BY LAP_APP_NO DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P515-FETCH-CUSTOMER
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR LOAN11O-ITEM-COUNT IS NOT LESS THAN 20
               EXEC SQL
                    CLOSE LAPC_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P515-FETCH-CUSTOMER.
           EXEC SQL
                FETCH LAPC_CSR
                INTO :DCL-LAP-APP-NO, :DCL-LAP-PID, :WS-CUST-NAME,
                     :DCL-LAP-PRODUCT, :DCL-LAP-BRANCH,
                     :DCL-LAP-PRINCIPAL, :DCL-LAP-TERM,
                     :DCL-LAP-DSR-PCT, :DCL-LAP-STATUS,
                     :DCL-LAP-APPLIED-DATE, :DCL-LAP-DECISION-BY,
                     :DCL-LAP-DECISION-DATE, :DCL-LAP-DECLINE-CODE,
                     :DCL-LAP-NOTICE-DUE, :DCL-LAP-NOTICE-DATE,
                     :DCL-LAP-NOTICE-HOW, :DCL-LAP-LOAN-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P520-LIST-PIPELINE.
           EXEC SQL
                DECLARE LAPP_CSR CURSOR FOR
                SELECT LAP_APP_NO, LAP_PID, BCS_NAME, LAP_PRODUCT,
                       LAP_BRANCH, LAP_PRINCIPAL, LAP_TERM,
                       LAP_DSR_PCT, LAP_STATUS, LAP_APPLIED_DATE,
                       LAP_DECISION_BY, LAP_DECISION_DATE,
                       LAP_DECLINE_CODE, LAP_NOTICE_DUE,
                       LAP_NOTICE_DATE, LAP_NOTICE_HOW, LAP_LOAN_ACC
                FROM BNKLNAPP, BNKCUST
                WHERE LAP_STATUS IN ('A', 'R', 'P')
                  AND LAP_BRANCH >= :WS-BRANCH-LOW
                  AND LAP_BRANCH <= :WS-BRANCH-HIGH
                  AND BCS_PID     = LAP_PID
                ORDER BY LAP_APPLIED_DATE, LAP_APP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P525-FETCH-PIPELINE
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR LOAN11O-ITEM-COUNT IS NOT LESS THAN 20
               EXEC SQL
                    CLOSE LAPP_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P525-FETCH-PIPELINE.
           EXEC SQL
                FETCH LAPP_CSR
                INTO :DCL-LAP-APP-NO, :DCL-LAP-PID, :WS-CUST-NAME,
                     :DCL-LAP-PRODUCT, :DCL-LAP-BRANCH,
                     :DCL-LAP-PRINCIPAL, :DCL-LAP-TERM,
                     :DCL-LAP-DSR-PCT, :DCL-LAP-STATUS,
                     :DCL-LAP-APPLIED-DATE, :DCL-LAP-DECISION-BY,
                     :DCL-LAP-DECISION-DATE, :DCL-LAP-DECLINE-CODE,
                     :DCL-LAP-NOTICE-DUE, :DCL-LAP-NOTICE-DATE,
                     :DCL-LAP-NOTICE-HOW, :DCL-LAP-LOAN-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P530-ADD-OUTPUT-ENTRY.
           ADD 1 TO LOAN11O-ITEM-COUNT.
           MOVE LOAN11O-ITEM-COUNT TO WS-SUB.
           MOVE DCL-LAP-APP-NO        TO LOAN11O-I-APP-NO(WS-SUB).
           MOVE DCL-LAP-PID           TO LOAN11O-I-PID(WS-SUB).
           MOVE WS-CUST-NAME          TO LOAN11O-I-NAME(WS-SUB).
           MOVE DCL-LAP-PRODUCT       TO LOAN11O-I-PRODUCT(WS-SUB).
           MOVE DCL-LAP-BRANCH        TO LOAN11O-I-BRANCH(WS-SUB).
           MOVE DCL-LAP-PRINCIPAL     TO LOAN11O-I-PRINCIPAL(WS-SUB).
           MOVE DCL-LAP-TERM          TO LOAN11O-I-TERM(WS-SUB).
           MOVE DCL-LAP-DSR-PCT       TO LOAN11O-I-DSR-PCT(WS-SUB).
           MOVE DCL-LAP-STATUS        TO LOAN11O-I-STATUS(WS-SUB).
           MOVE DCL-LAP-APPLIED-DATE  TO LOAN11O-I-APPLIED(WS-SUB).
           MOVE DCL-LAP-DECISION-BY   TO LOAN11O-I-DECISION-BY(WS-SUB).
           MOVE DCL-LAP-DECISION-DATE TO LOAN11O-I-DECIDED(WS-SUB).
           MOVE DCL-LAP-DECLINE-CODE  TO LOAN11O-I-REASON(WS-SUB).
           MOVE DCL-LAP-NOTICE-DUE    TO LOAN11O-I-NOTICE-DUE(WS-SUB).
           MOVE DCL-LAP-NOTICE-DATE   TO LOAN11O-I-NOTICE-DATE(WS-SUB).
           MOVE DCL-LAP-NOTICE-HOW    TO LOAN11O-I-NOTICE-HOW(WS-SUB).
           MOVE DCL-LAP-LOAN-ACC      TO LOAN11O-I-LOAN-ACC(WS-SUB).

      *=================================================================
      * Declines whose notice has not gone, soonest due first - the
      * caller's branch or every branch.
      *=================================================================
       P540-LIST-NOTICES.
           PERFORM P710-BRANCH-RANGE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-NOTICES-EXIT
           END-IF.

           EXEC SQL
                DECLARE LAPN_CSR CURSOR FOR
                SELECT LAP_APP_NO, LAP_PID, BCS_NAME, LAP_PRODUCT,
                       LAP_BRANCH, LAP_PRINCIPAL, LAP_TERM,
                       LAP_DSR_PCT, LAP_STATUS, LAP_APPLIED_DATE,
                       LAP_DECISION_BY, LAP_DECISION_DATE,
                       LAP_DECLINE_CODE, LAP_NOTICE_DUE,
                       LAP_NOTICE_DATE, LAP_NOTICE_HOW, LAP_LOAN_ACC
                FROM BNKLNAPP, BNKCUST
                WHERE LAP_STATUS      = 'D'
                  AND LAP_NOTICE_DATE = ' '
                  AND LAP_BRANCH     >= :WS-BRANCH-LOW
                  AND LAP_BRANCH     <= :WS-BRANCH-HIGH
                  AND BCS_PID         = LAP_PID
                ORDER BY LAP_NOTICE_DUE, LAP_APP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-NOTICES-EXIT
           END-IF.

           PERFORM P545-FETCH-NOTICE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR LOAN11O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE LAPN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF LOAN11O-ITEM-COUNT = ZERO
                   MOVE 'No adverse-action notices outstanding'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Outstanding notices listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-NOTICES-EXIT.
           EXIT.

       P545-FETCH-NOTICE.
           EXEC SQL
                FETCH LAPN_CSR
                INTO :DCL-LAP-APP-NO, :DCL-LAP-PID, :WS-CUST-NAME,
                     :DCL-LAP-PRODUCT, :DCL-LAP-BRANCH,
                     :DCL-LAP-PRINCIPAL, :DCL-LAP-TERM,
                     :DCL-LAP-DSR-PCT, :DCL-LAP-STATUS,
                     :DCL-LAP-APPLIED-DATE, :DCL-LAP-DECISION-BY,
                     :DCL-LAP-DECISION-DATE, :DCL-LAP-DECLINE-CODE,
                     :DCL-LAP-NOTICE-DUE, :DCL-LAP-NOTICE-DATE,
                     :DCL-LAP-NOTICE-HOW, :DCL-LAP-LOAN-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One application's status history, oldest first.
      *=================================================================
       P560-LIST-HISTORY.
           PERFORM P630-READ-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-HISTORY-EXIT
           END-IF.

           MOVE DCL-LAP-APP-NO TO DCL-LAH-APP-NO LOAN11O-APP-NO.
           MOVE DCL-LAP-STATUS TO LOAN11O-STATUS.

           EXEC SQL
                DECLARE LAH_CSR CURSOR FOR
                SELECT LAH_SEQ, LAH_STATUS, LAH_OFFICER, LAH_REASON,
                       LAH_NOTE, LAH_TS
                FROM BNKLNAPH
                WHERE LAH_APP_NO = :DCL-LAH-APP-NO
                ORDER BY LAH_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-HISTORY-EXIT
           END-IF.

           PERFORM P565-FETCH-HISTORY
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR LOAN11O-HIST-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE LAH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Application history listed' TO GOOD-ERRMSG
           END-IF.

       LIST-HISTORY-EXIT.
           EXIT.

       P565-FETCH-HISTORY.
           EXEC SQL
                FETCH LAH_CSR
                INTO :DCL-LAH-SEQ, :DCL-LAH-STATUS, :DCL-LAH-OFFICER,
                     :DCL-LAH-REASON, :DCL-LAH-NOTE, :DCL-LAH-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO LOAN11O-HIST-COUNT
               MOVE LOAN11O-HIST-COUNT TO WS-SUB
               MOVE DCL-LAH-SEQ     TO LOAN11O-H-SEQ(WS-SUB)
               MOVE DCL-LAH-STATUS  TO LOAN11O-H-STATUS(WS-SUB)
               MOVE DCL-LAH-OFFICER TO LOAN11O-H-OFFICER(WS-SUB)
               MOVE DCL-LAH-REASON  TO LOAN11O-H-REASON(WS-SUB)
               MOVE DCL-LAH-NOTE    TO LOAN11O-H-NOTE(WS-SUB)
               MOVE DCL-LAH-TS      TO LOAN11O-H-TS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Audit through DBANK74P - key is the application number.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE LOAN11I-USERID TO CD74I-USERID.
           MOVE 'DLOAN11P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-ITEM-IMAGE.
           MOVE 'BNKLNAPP' TO CD74I-TABLE.
           MOVE SPACES TO CD74I-KEY CD74I-AFTER.
           MOVE DCL-LAP-APP-NO    TO WS-APP-NO-DSP.
           MOVE WS-APP-NO-DSP     TO CD74I-KEY.
           MOVE DCL-LAP-PRINCIPAL TO WS-PRINCIPAL-DSP.
           MOVE DCL-LAP-DSR-PCT   TO WS-DSR-DSP.
           STRING 'PID='             DELIMITED BY SIZE
                  DCL-LAP-PID        DELIMITED BY SIZE
                  ' PRODUCT='        DELIMITED BY SIZE
                  DCL-LAP-PRODUCT    DELIMITED BY SIZE
                  ' BRANCH='         DELIMITED BY SIZE
                  DCL-LAP-BRANCH     DELIMITED BY SIZE
                  ' PRINCIPAL='      DELIMITED BY SIZE
                  WS-PRINCIPAL-DSP   DELIMITED BY SIZE
                  ' DSR='            DELIMITED BY SIZE
                  WS-DSR-DSP         DELIMITED BY SIZE
                  ' STATUS='         DELIMITED BY SIZE
                  DCL-LAP-STATUS     DELIMITED BY SIZE
                  ' REASON='         DELIMITED BY SIZE
                  DCL-LAP-DECLINE-CODE DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  DCL-LAP-DECISION-BY DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *    An open application, for a status change.
       P620-READ-OPEN-APP.
           PERFORM P630-READ-APP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-OPEN-APP-EXIT
           END-IF.

           IF NOT DCL-LAP-OPEN
               MOVE 'That application is no longer open'
                 TO BANK-ERRMSG
           END-IF.

       READ-OPEN-APP-EXIT.
           EXIT.

       P630-READ-APP.
           IF LOAN11I-APP-NO IS NOT NUMERIC OR LOAN11I-APP-NO = ZERO
               MOVE 'Please select the application' TO BANK-ERRMSG
           ELSE
               MOVE LOAN11I-APP-NO TO DCL-LAP-APP-NO
               EXEC SQL
                    SELECT LAP_PID, LAP_QUOTE_TS, LAP_PRODUCT,
                           LAP_BRANCH, LAP_PRINCIPAL, LAP_RATE,
                           LAP_TERM, LAP_PAYMENT, LAP_INCOME,
                           LAP_OBLIGATIONS, LAP_DSR_PCT, LAP_STATUS,
                           LAP_APPLIED_BY, LAP_APPLIED_DATE,
                           LAP_DECISION_BY, LAP_DECISION_DATE,
                           LAP_DECLINE_CODE, LAP_DECLINE_NOTE,
                           LAP_NOTICE_DUE, LAP_NOTICE_DATE,
                           LAP_NOTICE_HOW, LAP_LOAN_ACC
                      INTO :DCL-LAP-PID, :DCL-LAP-QUOTE-TS,
                           :DCL-LAP-PRODUCT, :DCL-LAP-BRANCH,
                           :DCL-LAP-PRINCIPAL, :DCL-LAP-RATE,
                           :DCL-LAP-TERM, :DCL-LAP-PAYMENT,
                           :DCL-LAP-INCOME, :DCL-LAP-OBLIGATIONS,
                           :DCL-LAP-DSR-PCT, :DCL-LAP-STATUS,
                           :DCL-LAP-APPLIED-BY, :DCL-LAP-APPLIED-DATE,
                           :DCL-LAP-DECISION-BY,
                           :DCL-LAP-DECISION-DATE,
                           :DCL-LAP-DECLINE-CODE,
                           :DCL-LAP-DECLINE-NOTE,
                           :DCL-LAP-NOTICE-DUE, :DCL-LAP-NOTICE-DATE,
                           :DCL-LAP-NOTICE-HOW, :DCL-LAP-LOAN-ACC
                      FROM BNKLNAPP
                     WHERE LAP_APP_NO = :DCL-LAP-APP-NO
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'No such loan application' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

           MOVE DCL-LAP-STATUS TO WS-OLD-STATUS.

      *    Every changeable column back from the host variables.
       P640-UPDATE-APP.
           MOVE LOAN11I-USERID TO DCL-LAP-UPDATED-BY.

           EXEC SQL
                UPDATE BNKLNAPP
                   SET LAP_INCOME        = :DCL-LAP-INCOME,
                       LAP_OBLIGATIONS   = :DCL-LAP-OBLIGATIONS,
                       LAP_DSR_PCT       = :DCL-LAP-DSR-PCT,
                       LAP_STATUS        = :DCL-LAP-STATUS,
                       LAP_DECISION_BY   = :DCL-LAP-DECISION-BY,
                       LAP_DECISION_DATE = :DCL-LAP-DECISION-DATE,
                       LAP_DECLINE_CODE  = :DCL-LAP-DECLINE-CODE,
                       LAP_DECLINE_NOTE  = :DCL-LAP-DECLINE-NOTE,
                       LAP_NOTICE_DUE    = :DCL-LAP-NOTICE-DUE,
                       LAP_NOTICE_DATE   = :DCL-LAP-NOTICE-DATE,
                       LAP_NOTICE_HOW    = :DCL-LAP-NOTICE-HOW,
                       LAP_LOAN_ACC      = :DCL-LAP-LOAN-ACC,
                       LAP_UPDATED_BY    = :DCL-LAP-UPDATED-BY,
                       LAP_UPDATED_TS    = CURRENT TIMESTAMP
                 WHERE LAP_APP_NO = :DCL-LAP-APP-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    The status history - one row per change, numbered on.
       P650-WRITE-HISTORY.
           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-APP-NO TO DCL-LAH-APP-NO
               EXEC SQL
                    SELECT COALESCE(MAX(LAH_SEQ), 0) + 1
                      INTO :DCL-LAH-SEQ
                      FROM BNKLNAPH
                     WHERE LAH_APP_NO = :DCL-LAH-APP-NO
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-LAP-STATUS       TO DCL-LAH-STATUS
               MOVE WS-HIST-OFFICER      TO DCL-LAH-OFFICER
               MOVE DCL-LAP-DECLINE-CODE TO DCL-LAH-REASON
               EXEC SQL
                    INSERT INTO BNKLNAPH (
                      LAH_APP_NO,
                      LAH_SEQ,
                      LAH_STATUS,
                      LAH_OFFICER,
                      LAH_REASON,
                      LAH_NOTE,
                      LAH_TS
                    ) VALUES (
                      :DCL-LAH-APP-NO,
                      :DCL-LAH-SEQ,
                      :DCL-LAH-STATUS,
                      :DCL-LAH-OFFICER,
                      :DCL-LAH-REASON,
                      :DCL-LAH-NOTE,
                      CURRENT TIMESTAMP)
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P660-STATUS-AUDIT.
           IF BANK-ERRMSG = SPACES
               MOVE SPACES TO CD74-DATA
               MOVE 'C' TO CD74I-ACTION
               PERFORM P610-ITEM-IMAGE
               MOVE SPACES TO CD74I-BEFORE
               STRING 'STATUS='     DELIMITED BY SIZE
                      WS-OLD-STATUS DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               PERFORM P600-WRITE-AUDIT
           END-IF.

      *-----------------------------------------------------------------
      * The caller's role, and the branch range a list covers.
      *-----------------------------------------------------------------
       P700-CALLER-ROLE.
           MOVE SPACE TO WS-CALLER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :LOAN11I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P710-BRANCH-RANGE.
           IF LOAN11I-ALL-BRANCHES = 'A'
               MOVE LOW-VALUES  TO WS-BRANCH-LOW
               MOVE HIGH-VALUES TO WS-BRANCH-HIGH
           ELSE
               MOVE LOAN11I-USERID TO DCL-BCS-PID
               MOVE SPACES TO DCL-BCS-BRANCH
               EXEC SQL
                    SELECT BCS_BRANCH
                      INTO :DCL-BCS-BRANCH
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               MOVE DCL-BCS-BRANCH TO WS-BRANCH-LOW WS-BRANCH-HIGH
           END-IF.

       P720-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Loan application failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
