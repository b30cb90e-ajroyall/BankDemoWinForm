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
001300* Program:     DDRFT01P.CBL                                    *
001400* Function:    Bank drafts and official cheques register behind *
001500*              the B114 screen.  'I' issues a draft: the        *
001600*              purchaser pays from an account (a single leg     *
001700*              through DBANK04P/DBANK06P) or in cash through    *
001800*              the teller's DBANK55P drawer, the money moves to *
001900*              the drafts-outstanding GL line on BNKGLJNL and   *
002000*              the draft lands on the BNKDRAFT register under   *
002100*              the next number.  'S' stops a lost draft and     *
002200*              refunds it, to an account or in cash; 'R'        *
002300*              replaces one with a new number and no money      *
002400*              moving; 'L' lists the register.  'P' pays a      *
002500*              draft DBANK48P finds in the clearing file, out   *
002600*              of drafts outstanding, on an exact number-and-   *
002700*              amount match; 'E' turns one over for DBANK71P    *
002800*              as unclaimed property.  The GL sees drafts only  *
002900*              through these BNKGLJNL lines, so DBANK39P leaves *
003000*              the category 'K' rows unmapped.                  *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDRFT01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-LOCAL-CCY                      PIC X(3) VALUE 'USD'.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-SIGNED-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  WS-NUM-DSP                        PIC 9(6).
           05  WS-REFUND-ACC                     PIC X(9).
           05  WS-DR-ACCOUNT                     PIC 9(5).
           05  WS-CR-ACCOUNT                     PIC 9(5).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

      *-----------------------------------------------------------------
      * The drafts' GL lines - a sold draft is the bank's own
      * liability until it is presented, stopped or turned over.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-DRAFTS-OUTSTANDING             PIC 9(5) VALUE 20400.

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC55.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSDFX.
           COPY CBANKSACX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-NEW-NUMBER                         PIC S9(6) COMP-3.
       01  WS-HOST-ACCNO                         PIC X(9).
       01  WS-HOST-PID                           PIC X(5).
       01  WS-HOST-NUMBER                        PIC S9(6) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       01  WS-BDATE-ERRMSG                       PIC X(65).
       01  WS-BDATE-GOODMSG                      PIC X(65).

           COPY CBANKVC91.

       LINKAGE SECTION.
       COPY CDRFT01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference DRFT01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO DRFT01O-NUMBER DRFT01O-DRAFT-COUNT.
           MOVE 'N'    TO DRFT01O-REJECT-SW.

           IF DRFT01I-NUMBER IS NOT NUMERIC
               MOVE ZERO TO DRFT01I-NUMBER
           END-IF.

      *    Nothing sold or refunded at the counter while the business
      *    date is in rollover - replacements, listings and the batch
      *    functions pass.
           IF DRFT01I-ISSUE OR DRFT01I-STOP
               PERFORM P090-CHECK-BOOK-OPEN
               IF BANK-ERRMSG NOT = SPACES
                   GOBACK
               END-IF
           END-IF.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN DRFT01I-ISSUE
                   PERFORM P100-ISSUE-DRAFT THRU
                           ISSUE-DRAFT-EXIT
               WHEN DRFT01I-STOP
                   PERFORM P200-STOP-DRAFT THRU
                           STOP-DRAFT-EXIT
               WHEN DRFT01I-REPLACE
                   PERFORM P300-REPLACE-DRAFT THRU
                           REPLACE-DRAFT-EXIT
               WHEN DRFT01I-PRESENT
                   PERFORM P400-PRESENT-DRAFT THRU
                           PRESENT-DRAFT-EXIT
               WHEN DRFT01I-ESCHEAT
                   PERFORM P450-ESCHEAT-DRAFT THRU
                           ESCHEAT-DRAFT-EXIT
               WHEN DRFT01I-LIST
                   PERFORM P500-LIST-DRAFTS THRU
                           LIST-DRAFTS-EXIT
               WHEN OTHER
                   MOVE 'Invalid bank draft function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * Issue one draft.  The draft is drawn in the currency that
      * pays for it - the account's own, or local for cash - and
      * takes the next number on the register.  The purchaser's
      * money goes to drafts outstanding:
      *   Account:  DR customer deposits / CR drafts outstanding
      *   Cash:     DR cash clearing     / CR drafts outstanding
      *=================================================================
       P100-ISSUE-DRAFT.
           IF DRFT01I-AMOUNT NOT > ZERO
               MOVE 'Amount must be greater than zero' TO BANK-ERRMSG
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           IF DRFT01I-PAYEE = SPACES
               MOVE 'Please enter the payee' TO BANK-ERRMSG
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           IF NOT DRFT01I-FROM-ACCOUNT AND NOT DRFT01I-FROM-CASH
               MOVE 'Paid by must be A (account) or C (cash)'
                 TO BANK-ERRMSG
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           IF DRFT01I-FROM-ACCOUNT
               PERFORM P110-CHECK-ACCOUNT THRU CHECK-ACCOUNT-EXIT
           ELSE
               IF DRFT01I-CURRENCY NOT = SPACES AND
                  DRFT01I-CURRENCY NOT = WS-LOCAL-CCY
                   MOVE 'Cash drafts are drawn in local currency'
                     TO BANK-ERRMSG
               ELSE
                   MOVE WS-LOCAL-CCY TO DCL-DRF-CURRENCY
                   MOVE SPACES       TO DCL-DRF-FROM-ACC
                   MOVE DRFT01I-PID  TO DCL-DRF-PID
               END-IF
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           PERFORM P700-NEXT-NUMBER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           IF DRFT01I-FROM-ACCOUNT
               COMPUTE WS-SIGNED-AMOUNT = DRFT01I-AMOUNT * -1
               PERFORM P120-POST-ACCOUNT THRU POST-ACCOUNT-EXIT
               MOVE GL-CUST-DEPOSITS TO WS-DR-ACCOUNT
           ELSE
               MOVE DRFT01I-AMOUNT TO WS-SIGNED-AMOUNT
               PERFORM P130-COUNTER-CASH
               MOVE GL-CASH-CLEARING TO WS-DR-ACCOUNT
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           MOVE GL-DRAFTS-OUTSTANDING TO WS-CR-ACCOUNT.
           MOVE DRFT01I-AMOUNT        TO DCL-DRF-AMOUNT.
           MOVE DCL-DRF-FROM-ACC      TO GLJN01I-ACCNO.

           PERFORM P600-STAGE-ENTRY.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ISSUE-DRAFT-EXIT
           END-IF.

           MOVE WS-NEW-NUMBER    TO DCL-DRF-NUMBER.
           MOVE DRFT01I-PAYEE    TO DCL-DRF-PAYEE.
           MOVE DRFT01I-FUNDING  TO DCL-DRF-FUNDING.
           MOVE ZERO             TO DCL-DRF-REPLACES.

           PERFORM P710-INSERT-DRAFT.

           IF BANK-ERRMSG = SPACES
               MOVE WS-NEW-NUMBER TO DRFT01O-NUMBER WS-NUM-DSP
               STRING 'Draft '     DELIMITED BY SIZE
                      WS-NUM-DSP   DELIMITED BY SIZE
                      ' issued'    DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       ISSUE-DRAFT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The paying account - on file, and the draft in its currency
      * (blank takes the account's).  The purchaser is the owner.
      *-----------------------------------------------------------------
       P110-CHECK-ACCOUNT.
           IF DRFT01I-ACCNO = SPACES
               MOVE 'Please enter the account paying for the draft'
                 TO BANK-ERRMSG
               GO TO CHECK-ACCOUNT-EXIT
           END-IF.

           PERFORM P720-FETCH-ACCOUNT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-ACCOUNT-EXIT
           END-IF.

           IF DCL-BAC-CURRENCY = SPACES
               MOVE WS-LOCAL-CCY TO DCL-BAC-CURRENCY
           END-IF.

           IF DRFT01I-CURRENCY NOT = SPACES AND
              DRFT01I-CURRENCY NOT = DCL-BAC-CURRENCY
               MOVE 'Draft currency must be the account currency'
                 TO BANK-ERRMSG
               GO TO CHECK-ACCOUNT-EXIT
           END-IF.

           MOVE DCL-BAC-CURRENCY TO DCL-DRF-CURRENCY.
           MOVE DCL-BAC-ACCNO    TO DCL-DRF-FROM-ACC.
           MOVE DCL-BAC-PID      TO DCL-DRF-PID.

       CHECK-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A single leg on the account in DCL-BAC-ACCNO by the signed
      * WS-SIGNED-AMOUNT - the purchase debit, or a stop's refund -
      * through DBANK04P, which holds a debit to the minimum balance,
      * and its BNKTXN row.
      *-----------------------------------------------------------------
       P120-POST-ACCOUNT.
           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE + WS-SIGNED-AMOUNT.

           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.
           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES
               MOVE WS-POST-ERRMSG TO BANK-ERRMSG
               GO TO POST-ACCOUNT-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance changed - please retry' TO BANK-ERRMSG
               GO TO POST-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES           TO CD06-DATA.
           MOVE DCL-BAC-PID      TO CD06I-PERSON-PID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD06I-FROM-ACC.
           MOVE WS-SIGNED-AMOUNT TO CD06I-FROM-AMOUNT.
           MOVE 'K'              TO CD06I-CATEGORY.
           PERFORM P730-BUILD-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

       POST-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Cash over the counter by the signed WS-SIGNED-AMOUNT through
      * the signed-on teller's DBANK55P drawer - in for a purchase,
      * out for a stop's cash refund.
      *-----------------------------------------------------------------
       P130-COUNTER-CASH.
           MOVE SPACES             TO CD55-DATA WS-POST-GOODMSG.
           SET CD55I-COUNTER-CASH  TO TRUE.
           MOVE DRFT01I-USERID     TO CD55I-TELLER.
           MOVE WS-SIGNED-AMOUNT   TO CD55I-AMOUNT.
           MOVE 'K'                TO CD55I-CASH-CATEGORY.
           PERFORM P730-BUILD-DESC.
           MOVE CD06I-FROM-DESC    TO CD55I-CASH-DESC.

           CALL 'DBANK55P' USING BY REFERENCE CD55-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

      *=================================================================
      * Stop a lost or stolen draft and give the money back - to the
      * account named, else the one that bought it, else in cash
      * from the teller's drawer.  Only an outstanding draft stops;
      * a presentment of it is refused from now on.
      *   To account: DR drafts outstanding / CR customer deposits
      *   In cash:    DR drafts outstanding / CR cash clearing
      *=================================================================
       P200-STOP-DRAFT.
           IF DRFT01I-REASON = SPACES
               MOVE 'Please give the reason for the stop'
                 TO BANK-ERRMSG
               GO TO STOP-DRAFT-EXIT
           END-IF.

           PERFORM P740-FETCH-OUTSTANDING THRU FETCH-OUTSTANDING-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO STOP-DRAFT-EXIT
           END-IF.

           MOVE DCL-DRF-NUMBER TO WS-NEW-NUMBER.

           IF DRFT01I-ACCNO NOT = SPACES
               MOVE DRFT01I-ACCNO    TO WS-REFUND-ACC
           ELSE
               MOVE DCL-DRF-FROM-ACC TO WS-REFUND-ACC
           END-IF.

           MOVE DCL-DRF-AMOUNT TO WS-SIGNED-AMOUNT.

           IF WS-REFUND-ACC NOT = SPACES
               MOVE WS-REFUND-ACC TO DRFT01I-ACCNO
               PERFORM P720-FETCH-ACCOUNT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO STOP-DRAFT-EXIT
               END-IF
               IF DCL-BAC-CURRENCY = SPACES
                   MOVE WS-LOCAL-CCY TO DCL-BAC-CURRENCY
               END-IF
               IF DCL-BAC-CURRENCY NOT = DCL-DRF-CURRENCY
                   MOVE 'Refund account is in another currency'
                     TO BANK-ERRMSG
                   GO TO STOP-DRAFT-EXIT
               END-IF
               PERFORM P120-POST-ACCOUNT THRU POST-ACCOUNT-EXIT
               MOVE GL-CUST-DEPOSITS TO WS-CR-ACCOUNT
           ELSE
               IF DCL-DRF-CURRENCY NOT = WS-LOCAL-CCY
                   MOVE 'Name a refund account for this draft'
                     TO BANK-ERRMSG
                   GO TO STOP-DRAFT-EXIT
               END-IF
               COMPUTE WS-SIGNED-AMOUNT = DCL-DRF-AMOUNT * -1
               PERFORM P130-COUNTER-CASH
               MOVE GL-CASH-CLEARING TO WS-CR-ACCOUNT
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO STOP-DRAFT-EXIT
           END-IF.

           MOVE GL-DRAFTS-OUTSTANDING TO WS-DR-ACCOUNT.
           MOVE WS-REFUND-ACC         TO GLJN01I-ACCNO.

           PERFORM P600-STAGE-ENTRY.

           IF BANK-ERRMSG NOT = SPACES
               GO TO STOP-DRAFT-EXIT
           END-IF.

           MOVE 'S'            TO DCL-DRF-STATUS.
           MOVE DRFT01I-REASON TO DCL-DRF-STOP-REASON.

           PERFORM P750-UPDATE-STATUS.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-DRF-NUMBER TO DRFT01O-NUMBER
               IF WS-REFUND-ACC NOT = SPACES
                   MOVE 'Draft stopped - refunded to the account'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Draft stopped - refund paid in cash'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       STOP-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * Replace a lost draft - the old number is stopped as replaced
      * and a new one issued for the same money and purchaser, to the
      * same payee unless a new one is given.  The liability simply
      * moves from one number to the other, so nothing posts.
      *=================================================================
       P300-REPLACE-DRAFT.
           IF DRFT01I-REASON = SPACES
               MOVE 'Please give the reason for the replacement'
                 TO BANK-ERRMSG
               GO TO REPLACE-DRAFT-EXIT
           END-IF.

           PERFORM P740-FETCH-OUTSTANDING THRU FETCH-OUTSTANDING-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REPLACE-DRAFT-EXIT
           END-IF.

           MOVE 'X'            TO DCL-DRF-STATUS.
           MOVE DRFT01I-REASON TO DCL-DRF-STOP-REASON.

           PERFORM P750-UPDATE-STATUS.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REPLACE-DRAFT-EXIT
           END-IF.

           MOVE DCL-DRF-NUMBER TO DCL-DRF-REPLACES.

           PERFORM P700-NEXT-NUMBER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REPLACE-DRAFT-EXIT
           END-IF.

           MOVE WS-NEW-NUMBER TO DCL-DRF-NUMBER.
           IF DRFT01I-PAYEE NOT = SPACES
               MOVE DRFT01I-PAYEE TO DCL-DRF-PAYEE
           END-IF.

           PERFORM P710-INSERT-DRAFT.

           IF BANK-ERRMSG = SPACES
               MOVE WS-NEW-NUMBER TO DRFT01O-NUMBER WS-NUM-DSP
               STRING 'Replacement draft '  DELIMITED BY SIZE
                      WS-NUM-DSP            DELIMITED BY SIZE
                      ' issued'             DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       REPLACE-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * A draft presented through the clearing file - paid out of
      * drafts outstanding only on an exact number-and-amount match
      * with an outstanding register row; anything else comes back
      * rejected with the reason for DBANK48P's reject report.
      *   DR drafts outstanding / CR cash clearing
      *=================================================================
       P400-PRESENT-DRAFT.
           PERFORM P760-CHECK-PRESENTABLE THRU CHECK-PRESENTABLE-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           IF DRFT01I-AMOUNT NOT = DCL-DRF-AMOUNT
               MOVE 'Amount differs from draft' TO BANK-ERRMSG
               SET DRFT01O-REJECTED TO TRUE
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           MOVE DCL-DRF-NUMBER        TO WS-NEW-NUMBER.
           MOVE GL-DRAFTS-OUTSTANDING TO WS-DR-ACCOUNT.
           MOVE GL-CASH-CLEARING      TO WS-CR-ACCOUNT.
           MOVE SPACES                TO GLJN01I-ACCNO.

           PERFORM P600-STAGE-ENTRY.

           IF BANK-ERRMSG NOT = SPACES
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           MOVE 'P'    TO DCL-DRF-STATUS.
           MOVE SPACES TO DCL-DRF-STOP-REASON.

           PERFORM P750-UPDATE-STATUS.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-DRF-NUMBER TO DRFT01O-NUMBER
               MOVE 'Draft paid' TO GOOD-ERRMSG
           END-IF.

       PRESENT-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * Turn an unclaimed draft over as unclaimed property - the
      * liability leaves drafts outstanding for the turnover, and a
      * null-account ledger row records it the way DBANK71P's own
      * account turnovers are recorded.
      *   DR drafts outstanding / CR cash clearing
      *=================================================================
       P450-ESCHEAT-DRAFT.
           PERFORM P760-CHECK-PRESENTABLE THRU CHECK-PRESENTABLE-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-DRAFT-EXIT
           END-IF.

           MOVE DCL-DRF-NUMBER TO WS-NEW-NUMBER.

           MOVE SPACES           TO CD06-DATA.
           IF DCL-DRF-PID NOT = SPACES
               MOVE DCL-DRF-PID       TO CD06I-PERSON-PID
           ELSE
               MOVE DCL-DRF-ISSUED-BY TO CD06I-PERSON-PID
           END-IF.
           SET CD06I-LEDGER      TO TRUE.
           MOVE SPACES           TO CD06I-FROM-ACC.
           MOVE DCL-DRF-AMOUNT   TO CD06I-FROM-AMOUNT.
           MOVE 'K'              TO CD06I-CATEGORY.
           MOVE 'Unclaimed draft turnover' TO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-DRAFT-EXIT
           END-IF.

           MOVE GL-DRAFTS-OUTSTANDING TO WS-DR-ACCOUNT.
           MOVE GL-CASH-CLEARING      TO WS-CR-ACCOUNT.
           MOVE SPACES                TO GLJN01I-ACCNO.

           PERFORM P600-STAGE-ENTRY.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-DRAFT-EXIT
           END-IF.

           MOVE 'E'    TO DCL-DRF-STATUS.
           MOVE SPACES TO DCL-DRF-STOP-REASON.

           PERFORM P750-UPDATE-STATUS.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-DRF-NUMBER TO DRFT01O-NUMBER
               MOVE 'Draft turned over' TO GOOD-ERRMSG
           END-IF.

       ESCHEAT-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * The register for the screen, newest first - one draft by
      * number, one account's or one customer's, or the latest of
      * all of them.
      *=================================================================
       P500-LIST-DRAFTS.
           MOVE DRFT01I-ACCNO  TO WS-HOST-ACCNO.
           MOVE DRFT01I-PID    TO WS-HOST-PID.
           MOVE DRFT01I-NUMBER TO WS-HOST-NUMBER.

           EXEC SQL
                DECLARE DRF_CSR CURSOR FOR
                SELECT DRF_NUMBER, DRF_PAYEE, DRF_AMOUNT,
                       DRF_CURRENCY, DRF_STATUS, DRF_ISSUED_DTE,
                       DRF_FROM_ACC, DRF_REPLACES
                FROM BNKDRAFT
                WHERE (:WS-HOST-NUMBER = 0
                       OR DRF_NUMBER = :WS-HOST-NUMBER)
                  AND (:WS-HOST-ACCNO = ' '
                       OR DRF_FROM_ACC = :WS-HOST-ACCNO)
                  AND (:WS-HOST-PID = ' '
                       OR DRF_PID = :WS-HOST-PID)
                ORDER BY DRF_NUMBER DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DRF_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-DRAFT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR DRFT01O-DRAFT-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE DRF_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF DRFT01O-DRAFT-COUNT = ZERO
                   MOVE 'No drafts found' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Drafts listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-DRAFTS-EXIT.
           EXIT.

       P510-FETCH-DRAFT.
           EXEC SQL
                FETCH DRF_CSR
                INTO :DCL-DRF-NUMBER,
                     :DCL-DRF-PAYEE,
                     :DCL-DRF-AMOUNT,
                     :DCL-DRF-CURRENCY,
                     :DCL-DRF-STATUS,
                     :DCL-DRF-ISSUED-DTE,
                     :DCL-DRF-FROM-ACC,
                     :DCL-DRF-REPLACES
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO DRFT01O-DRAFT-COUNT
               MOVE DRFT01O-DRAFT-COUNT TO WS-SUB
               MOVE DCL-DRF-NUMBER
                 TO DRFT01O-D-NUMBER(WS-SUB)
               MOVE DCL-DRF-PAYEE
                 TO DRFT01O-D-PAYEE(WS-SUB)
               MOVE DCL-DRF-AMOUNT
                 TO DRFT01O-D-AMOUNT(WS-SUB)
               MOVE DCL-DRF-CURRENCY
                 TO DRFT01O-D-CURRENCY(WS-SUB)
               MOVE DCL-DRF-STATUS
                 TO DRFT01O-D-STATUS(WS-SUB)
               MOVE DCL-DRF-ISSUED-DTE
                 TO DRFT01O-D-ISSUED-DTE(WS-SUB)
               MOVE DCL-DRF-FROM-ACC
                 TO DRFT01O-D-FROM-ACC(WS-SUB)
               MOVE DCL-DRF-REPLACES
                 TO DRFT01O-D-REPLACES(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One balanced BNKGLJNL entry for the draft in WS-NEW-NUMBER,
      * between WS-DR-ACCOUNT and WS-CR-ACCOUNT for the draft amount
      * (DRFT01I-AMOUNT on issue, the register's amount otherwise).
      * The reference is the draft number, so finance can drill back
      * to the register.
      *-----------------------------------------------------------------
       P600-STAGE-ENTRY.
           MOVE WS-NEW-NUMBER    TO WS-NUM-DSP.
           MOVE 'DDRFT01P'       TO GLJN01I-SOURCE.
           MOVE WS-DR-ACCOUNT    TO GLJN01I-DR-ACCOUNT.
           MOVE WS-CR-ACCOUNT    TO GLJN01I-CR-ACCOUNT.
           IF DRFT01I-ISSUE
               MOVE DRFT01I-AMOUNT TO GLJN01I-AMOUNT
           ELSE
               MOVE DCL-DRF-AMOUNT TO GLJN01I-AMOUNT
           END-IF.
           MOVE 'K'              TO GLJN01I-CATEGORY.
           MOVE SPACES           TO GLJN01I-REF.
           STRING 'DRAFT '       DELIMITED BY SIZE
                  WS-NUM-DSP     DELIMITED BY SIZE
             INTO GLJN01I-REF.
           MOVE SPACES           TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The next draft number - one past the highest on the register,
      * the series starting at 500001.
      *-----------------------------------------------------------------
       P700-NEXT-NUMBER.
           EXEC SQL
                SELECT COALESCE(MAX(DRF_NUMBER), 500000) + 1
                  INTO :WS-NEW-NUMBER
                  FROM BNKDRAFT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P710-INSERT-DRAFT.
           MOVE 'O'            TO DCL-DRF-STATUS.
           MOVE WS-TODAY-DATE  TO DCL-DRF-ISSUED-DTE.
           MOVE DRFT01I-USERID TO DCL-DRF-ISSUED-BY.

           EXEC SQL
                INSERT INTO BNKDRAFT (
                  DRF_NUMBER,
                  DRF_PAYEE,
                  DRF_AMOUNT,
                  DRF_CURRENCY,
                  DRF_FUNDING,
                  DRF_FROM_ACC,
                  DRF_PID,
                  DRF_STATUS,
                  DRF_ISSUED_DTE,
                  DRF_ISSUED_BY,
                  DRF_ISSUED_TS,
                  DRF_REPLACES,
                  DRF_STATUS_DTE,
                  DRF_STATUS_BY,
                  DRF_STOP_REASON
                ) VALUES (
                  :DCL-DRF-NUMBER,
                  :DCL-DRF-PAYEE,
                  :DCL-DRF-AMOUNT,
                  :DCL-DRF-CURRENCY,
                  :DCL-DRF-FUNDING,
                  :DCL-DRF-FROM-ACC,
                  :DCL-DRF-PID,
                  :DCL-DRF-STATUS,
                  :DCL-DRF-ISSUED-DTE,
                  :DCL-DRF-ISSUED-BY,
                  CURRENT TIMESTAMP,
                  :DCL-DRF-REPLACES,
                  ' ',
                  ' ',
                  ' ')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The account in DRFT01I-ACCNO, for a purchase or a refund.
      *-----------------------------------------------------------------
       P720-FETCH-ACCOUNT.
           MOVE DRFT01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_CURRENCY
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-CURRENCY
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not on file' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The ledger description - 'Bank draft nnnnnn', and the stop
      * refund says so.
      *-----------------------------------------------------------------
       P730-BUILD-DESC.
           MOVE WS-NEW-NUMBER TO WS-NUM-DSP.
           MOVE SPACES        TO CD06I-FROM-DESC.
           IF DRFT01I-STOP
               STRING 'Bank draft '  DELIMITED BY SIZE
                      WS-NUM-DSP     DELIMITED BY SIZE
                      ' refund'      DELIMITED BY SIZE
                 INTO CD06I-FROM-DESC
           ELSE
               STRING 'Bank draft '  DELIMITED BY SIZE
                      WS-NUM-DSP     DELIMITED BY SIZE
                 INTO CD06I-FROM-DESC
           END-IF.

      *-----------------------------------------------------------------
      * The draft in DRFT01I-NUMBER, which a stop or replacement
      * needs still outstanding.
      *-----------------------------------------------------------------
       P740-FETCH-OUTSTANDING.
           IF DRFT01I-NUMBER = ZERO
               MOVE 'Please enter the draft number' TO BANK-ERRMSG
               GO TO FETCH-OUTSTANDING-EXIT
           END-IF.

           PERFORM P770-FETCH-DRAFT.

           IF SQLCODE = +100
               MOVE 'Draft not on register' TO BANK-ERRMSG
               GO TO FETCH-OUTSTANDING-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO FETCH-OUTSTANDING-EXIT
           END-IF.

           IF NOT DCL-DRF-OUTSTANDING
               MOVE 'Draft is no longer outstanding' TO BANK-ERRMSG
           END-IF.

       FETCH-OUTSTANDING-EXIT.
           EXIT.

       P750-UPDATE-STATUS.
           MOVE DRFT01I-USERID TO DCL-DRF-STATUS-BY.

           EXEC SQL
                UPDATE BNKDRAFT
                   SET DRF_STATUS      = :DCL-DRF-STATUS,
                       DRF_STATUS_DTE  = :WS-TODAY-DATE,
                       DRF_STATUS_BY   = :DCL-DRF-STATUS-BY,
                       DRF_STOP_REASON = :DCL-DRF-STOP-REASON
                 WHERE DRF_NUMBER = :DCL-DRF-NUMBER
                   AND DRF_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Draft is no longer outstanding' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The presented or unclaimed draft must be outstanding - each
      * other state has its own reject reason, and DRFT01O-REJECTED
      * tells the batch caller it is the register talking, not a
      * database failure.
      *-----------------------------------------------------------------
       P760-CHECK-PRESENTABLE.
           PERFORM P770-FETCH-DRAFT.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM P800-ERROR-CHECK
               GO TO CHECK-PRESENTABLE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'Draft not on register' TO BANK-ERRMSG
               WHEN DCL-DRF-STOPPED
                   MOVE 'STOP PAYMENT in force' TO BANK-ERRMSG
               WHEN DCL-DRF-REPLACED
                   MOVE 'Draft replaced - stopped' TO BANK-ERRMSG
               WHEN DCL-DRF-PAID
                   MOVE 'Already paid' TO BANK-ERRMSG
               WHEN DCL-DRF-ESCHEATED
                   MOVE 'Draft escheated' TO BANK-ERRMSG
           END-EVALUATE.

           IF BANK-ERRMSG NOT = SPACES
               SET DRFT01O-REJECTED TO TRUE
           END-IF.

       CHECK-PRESENTABLE-EXIT.
           EXIT.

       P770-FETCH-DRAFT.
           MOVE DRFT01I-NUMBER TO DCL-DRF-NUMBER.

           EXEC SQL
                SELECT DRF_PAYEE, DRF_AMOUNT, DRF_CURRENCY,
                       DRF_FUNDING, DRF_FROM_ACC, DRF_PID,
                       DRF_STATUS, DRF_ISSUED_DTE, DRF_ISSUED_BY
                  INTO :DCL-DRF-PAYEE, :DCL-DRF-AMOUNT,
                       :DCL-DRF-CURRENCY, :DCL-DRF-FUNDING,
                       :DCL-DRF-FROM-ACC, :DCL-DRF-PID,
                       :DCL-DRF-STATUS, :DCL-DRF-ISSUED-DTE,
                       :DCL-DRF-ISSUED-BY
                  FROM BNKDRAFT
                 WHERE DRF_NUMBER = :DCL-DRF-NUMBER
           END-EXEC.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              AND BANK-ERRMSG = SPACES
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Draft function failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.

      *=================================================================
      * The book must be open - while the end-of-day stream holds
      * the business date in rollover, online posting waits rather
      * than slipping into the middle of the night's totals.  The
      * same CD91 query BBANK50P's gate asks.
      *=================================================================
       P090-CHECK-BOOK-OPEN.
           MOVE SPACES     TO CD91-DATA
                              WS-BDATE-ERRMSG WS-BDATE-GOODMSG.
           SET CD91I-QUERY TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG NOT = SPACES
               MOVE WS-BDATE-ERRMSG TO BANK-ERRMSG
           ELSE
               IF CD91O-IN-ROLLOVER
                   MOVE 'Posting closed - business date in rollover'
                     TO BANK-ERRMSG
               END-IF
           END-IF.
