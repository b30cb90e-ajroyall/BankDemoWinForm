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
001300* Program:     DLOAN09P.CBL                                    *
001400* Function:    Loan payment application - every collection     *
001500*              that reaches a loan account (the monthly        *
001600*              BNKSTORD instalment DBANK16P posts, an early    *
001700*              payoff from DLOAN04P, teller cash through       *
001800*              DBANK55P, a back-valued posting from DVALD01P)  *
001900*              is applied here to the oldest BNKLNSCH period   *
002000*              not yet fully paid - interest due first, then   *
002100*              principal - and the period is marked paid or    *
002200*              part-paid.  Each period touched gets a BNKLNPAY *
002300*              row, the loan's running figures live on         *
002400*              BNKLNPOS, and the interest portion is charged   *
002500*              back to the loan account so its balance stays   *
002600*              the principal still owed.  The interest and     *
002700*              principal legs go to the GL as separate lines   *
002800*              through the DGLJN01P journal staging table.     *
002900*              'Q' reads the position for the payoff quote and *
003000*              the bureau extract.  Runs in the caller's unit  *
003100*              of work - the caller commits or rolls back.     *
003200*              SQL version                                      *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLOAN09P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-AVAILABLE                      PIC S9(7)V99 COMP-3.
           05  WS-INT-DUE                        PIC S9(7)V99 COMP-3.
           05  WS-PRIN-DUE                       PIC S9(7)V99 COMP-3.
           05  WS-INT-NOW                        PIC S9(7)V99 COMP-3.
           05  WS-PRIN-NOW                       PIC S9(7)V99 COMP-3.
           05  WS-PRIOR-OUTSTANDING              PIC S9(7)V99 COMP-3.
           05  WS-PAY-DATE                       PIC X(10).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-BDATE-ERRMSG                   PIC X(65).
           05  WS-BDATE-GOODMSG                  PIC X(65).

      *-----------------------------------------------------------------
      * The GL accounts the collection split books to - the same
      * chart DBANK39P's extract carries.  The loan account's credit
      * reached customer deposits through the ordinary BNKTXN
      * mapping; these entries move it out again, the interest to
      * loan interest income and the principal to loans receivable.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-LOANS-RECEIVABLE               PIC 9(5) VALUE 12100.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-LOAN-INT-INCOME                PIC 9(5) VALUE 41100.

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC91.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSLSX.
           COPY CBANKSLOX.
           COPY CBANKSLPX.
           COPY CBANKSACX.

       01  WS-PERIODS-LEFT                       PIC S9(5) COMP-3.
       01  WS-PAID-INTEREST                      PIC S9(7)V99 COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CLOAN09.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference LOAN09-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO LOAN09O-TRACKED-SW.
           MOVE ZERO   TO LOAN09O-INT-APPLIED
                          LOAN09O-PRIN-APPLIED
                          LOAN09O-UNAPPLIED
                          LOAN09O-PERIODS-PAID
                          LOAN09O-ORIG-PRINCIPAL
                          LOAN09O-INT-PAID-TODATE
                          LOAN09O-PRIN-OUTSTANDING
                          LOAN09O-NEXT-PERIOD
                          LOAN09O-PERIODS-LEFT.
           MOVE SPACES TO LOAN09O-LAST-PAY-DATE.

           IF LOAN09I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GOBACK
           END-IF.

           MOVE LOAN09I-LOAN-ACC TO DCL-LNP-LOAN-ACC
                                    DCL-LNS-LOAN-ACC.

           EVALUATE TRUE
               WHEN LOAN09I-QUERY
                   PERFORM P100-READ-POSITION
               WHEN LOAN09I-APPLY
                   PERFORM P050-APPLY-OR-SETTLE THRU
                           APPLY-OR-SETTLE-EXIT
               WHEN LOAN09I-SETTLE
                   PERFORM P050-APPLY-OR-SETTLE THRU
                           APPLY-OR-SETTLE-EXIT
               WHEN OTHER
                   MOVE 'Invalid loan payment function' TO BANK-ERRMSG
           END-EVALUATE.

           IF BANK-ERRMSG = SPACES
               EVALUATE TRUE
                   WHEN LOAN09I-APPLY
                       MOVE 'Collection applied to the loan schedule'
                         TO GOOD-ERRMSG
                   WHEN LOAN09I-SETTLE
                       MOVE 'Loan schedule settled' TO GOOD-ERRMSG
                   WHEN OTHER
                       MOVE 'Loan position read' TO GOOD-ERRMSG
               END-EVALUATE
           END-IF.

           GOBACK.

      *=================================================================
      * A collection - the money is already on the loan account (the
      * caller posted it); this decides what it paid.  A loan with no
      * position row yet is seeded from its schedule first.
      *=================================================================
       P050-APPLY-OR-SETTLE.
           IF LOAN09I-AMOUNT IS LESS THAN ZERO
               MOVE 'Loan payment amount cannot be negative'
                 TO BANK-ERRMSG
               GO TO APPLY-OR-SETTLE-EXIT
           END-IF.

           PERFORM P060-BUILD-PAY-DATE.

           PERFORM P100-READ-POSITION.

           IF BANK-ERRMSG NOT = SPACES
               GO TO APPLY-OR-SETTLE-EXIT
           END-IF.

           IF NOT LOAN09O-TRACKED
               PERFORM P150-SEED-POSITION THRU SEED-POSITION-EXIT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO APPLY-OR-SETTLE-EXIT
               END-IF
           END-IF.

           COMPUTE WS-AVAILABLE = LOAN09I-AMOUNT + DCL-LNP-UNAPPLIED.

           IF LOAN09I-APPLY
               PERFORM P200-APPLY-COLLECTION
           ELSE
               PERFORM P300-SETTLE-SCHEDULE
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO APPLY-OR-SETTLE-EXIT
           END-IF.

           PERFORM P400-SAVE-POSITION.

           IF BANK-ERRMSG = SPACES AND LOAN09O-INT-APPLIED > ZERO
               PERFORM P500-CHARGE-INTEREST THRU CHARGE-INTEREST-EXIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P600-JOURNAL-SPLIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P100-READ-POSITION
           END-IF.

       APPLY-OR-SETTLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The date a period is marked paid - the posting's value date
      * when it was back-valued, otherwise the bank business date.
      *-----------------------------------------------------------------
       P060-BUILD-PAY-DATE.
           MOVE LOAN09I-VALUE-DATE TO WS-PAY-DATE.

           IF WS-PAY-DATE = SPACES
               MOVE SPACES     TO CD91-DATA WS-BDATE-ERRMSG
               SET CD91I-QUERY TO TRUE

               CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                     BY REFERENCE WS-BDATE-ERRMSG
                                     BY REFERENCE WS-BDATE-GOODMSG

               IF WS-BDATE-ERRMSG = SPACES
                   MOVE CD91O-CURR-DATE TO WS-PAY-DATE
               END-IF
           END-IF.

      *=================================================================
      * The running position, plus how many periods are still open.
      *=================================================================
       P100-READ-POSITION.
           EXEC SQL
                SELECT LNP_ORIG_PRINCIPAL, LNP_INT_PAID,
                       LNP_PRIN_PAID, LNP_PRIN_OUTSTANDING,
                       LNP_NEXT_PERIOD, LNP_LAST_PAY_DATE,
                       LNP_LAST_PAY_AMT, LNP_UNAPPLIED
                  INTO :DCL-LNP-ORIG-PRINCIPAL, :DCL-LNP-INT-PAID,
                       :DCL-LNP-PRIN-PAID, :DCL-LNP-PRIN-OUTSTANDING,
                       :DCL-LNP-NEXT-PERIOD, :DCL-LNP-LAST-PAY-DATE,
                       :DCL-LNP-LAST-PAY-AMT, :DCL-LNP-UNAPPLIED
                  FROM BNKLNPOS
                 WHERE LNP_LOAN_ACC = :DCL-LNP-LOAN-ACC
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'N'  TO LOAN09O-TRACKED-SW
               MOVE ZERO TO DCL-LNP-UNAPPLIED
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF SQLCODE = ZERO
               SET LOAN09O-TRACKED TO TRUE
               MOVE DCL-LNP-ORIG-PRINCIPAL   TO LOAN09O-ORIG-PRINCIPAL
               MOVE DCL-LNP-INT-PAID         TO LOAN09O-INT-PAID-TODATE
               MOVE DCL-LNP-PRIN-OUTSTANDING
                 TO LOAN09O-PRIN-OUTSTANDING
               MOVE DCL-LNP-NEXT-PERIOD      TO LOAN09O-NEXT-PERIOD
               MOVE DCL-LNP-LAST-PAY-DATE    TO LOAN09O-LAST-PAY-DATE
               MOVE DCL-LNP-UNAPPLIED        TO LOAN09O-UNAPPLIED

               MOVE ZERO TO WS-PERIODS-LEFT

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-PERIODS-LEFT
                      FROM BNKLNSCH
                     WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                       AND LNS_STATUS NOT IN ('F', 'S')
               END-EXEC

               PERFORM P800-ERROR-CHECK

               MOVE WS-PERIODS-LEFT TO LOAN09O-PERIODS-LEFT
           END-IF.

      *=================================================================
      * First collection since payment application came in - build
      * the position from the schedule.  The periods a loan booked
      * earlier has already paid are found the way DLOAN03P finds
      * them: every period whose closing balance is at or above the
      * outstanding the loan stood at before this collection.
      *=================================================================
       P150-SEED-POSITION.
           MOVE LOAN09I-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_ACCTYPE, BAC_BALANCE
                  INTO :DCL-BAC-ACCTYPE, :DCL-BAC-BALANCE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Loan account not on file' TO BANK-ERRMSG
               GO TO SEED-POSITION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SEED-POSITION-EXIT
           END-IF.

           IF DCL-BAC-ACCTYPE NOT = 'L'
               MOVE 'Account is not a loan account' TO BANK-ERRMSG
               GO TO SEED-POSITION-EXIT
           END-IF.

           MOVE ZERO TO DCL-LNP-ORIG-PRINCIPAL.

           EXEC SQL
                SELECT COALESCE(SUM(LNS_PRINCIPAL), 0)
                  INTO :DCL-LNP-ORIG-PRINCIPAL
                  FROM BNKLNSCH
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF DCL-LNP-ORIG-PRINCIPAL IS NOT GREATER THAN ZERO
               MOVE 'Loan has no repayment schedule on file'
                 TO BANK-ERRMSG
               GO TO SEED-POSITION-EXIT
           END-IF.

           COMPUTE WS-PRIOR-OUTSTANDING =
               (DCL-BAC-BALANCE - LOAN09I-AMOUNT) * -1.

           EXEC SQL
                UPDATE BNKLNSCH
                   SET LNS_STATUS    = 'F',
                       LNS_INT_PAID  = LNS_INTEREST,
                       LNS_PRIN_PAID = LNS_PRINCIPAL
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                   AND LNS_BALANCE >= :WS-PRIOR-OUTSTANDING
                   AND LNS_STATUS = ' '
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE ZERO TO WS-PAID-INTEREST.

           EXEC SQL
                SELECT COALESCE(SUM(LNS_INT_PAID), 0)
                  INTO :WS-PAID-INTEREST
                  FROM BNKLNSCH
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    The account balance, not the schedule, is what the loan
      *    owes - before payment application the whole instalment
      *    came off it - so the position starts from it and the two
      *    agree from here on.
           IF WS-PRIOR-OUTSTANDING IS LESS THAN ZERO
               MOVE ZERO TO WS-PRIOR-OUTSTANDING
           END-IF.

           MOVE WS-PAID-INTEREST     TO DCL-LNP-INT-PAID.
           MOVE WS-PRIOR-OUTSTANDING TO DCL-LNP-PRIN-OUTSTANDING.
           COMPUTE DCL-LNP-PRIN-PAID =
               DCL-LNP-ORIG-PRINCIPAL - WS-PRIOR-OUTSTANDING.
           MOVE ZERO   TO DCL-LNP-UNAPPLIED DCL-LNP-LAST-PAY-AMT.
           MOVE SPACES TO DCL-LNP-LAST-PAY-DATE.
           PERFORM P410-FIND-NEXT-PERIOD.

           EXEC SQL
                INSERT INTO BNKLNPOS (
                  LNP_LOAN_ACC,
                  LNP_ORIG_PRINCIPAL,
                  LNP_INT_PAID,
                  LNP_PRIN_PAID,
                  LNP_PRIN_OUTSTANDING,
                  LNP_NEXT_PERIOD,
                  LNP_LAST_PAY_DATE,
                  LNP_LAST_PAY_AMT,
                  LNP_UNAPPLIED,
                  LNP_UPDATED_TS
                ) VALUES (
                  :DCL-LNP-LOAN-ACC,
                  :DCL-LNP-ORIG-PRINCIPAL,
                  :DCL-LNP-INT-PAID,
                  :DCL-LNP-PRIN-PAID,
                  :DCL-LNP-PRIN-OUTSTANDING,
                  :DCL-LNP-NEXT-PERIOD,
                  :DCL-LNP-LAST-PAY-DATE,
                  :DCL-LNP-LAST-PAY-AMT,
                  :DCL-LNP-UNAPPLIED,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       SEED-POSITION-EXIT.
           EXIT.

      *=================================================================
      * Walk the open periods oldest first.  Each one takes what it
      * still owes in interest, then in principal, out of what the
      * collection brought; the walk stops when the money runs out.
      * Anything left once the whole schedule is paid is held on the
      * position as unapplied credit.
      *=================================================================
       P200-APPLY-COLLECTION.
           EXEC SQL
                DECLARE LNA_CSR CURSOR FOR
                SELECT LNS_PERIOD, LNS_INTEREST, LNS_PRINCIPAL,
                       LNS_INT_PAID, LNS_PRIN_PAID
                FROM BNKLNSCH
                WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                  AND LNS_STATUS NOT IN ('F', 'S')
                ORDER BY LNS_PERIOD
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LNA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-APPLY-PERIOD
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-AVAILABLE IS NOT GREATER THAN ZERO
                  OR BANK-ERRMSG NOT = SPACES.

           EXEC SQL
                CLOSE LNA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-AVAILABLE TO DCL-LNP-UNAPPLIED.

       P210-APPLY-PERIOD.
           EXEC SQL
                FETCH LNA_CSR
                INTO :DCL-LNS-PERIOD,
                     :DCL-LNS-INTEREST,
                     :DCL-LNS-PRINCIPAL,
                     :DCL-LNS-INT-PAID,
                     :DCL-LNS-PRIN-PAID
           END-EXEC.

           IF SQLCODE = ZERO
               COMPUTE WS-INT-DUE  = DCL-LNS-INTEREST
                                   - DCL-LNS-INT-PAID
               COMPUTE WS-PRIN-DUE = DCL-LNS-PRINCIPAL
                                   - DCL-LNS-PRIN-PAID

               IF WS-AVAILABLE IS LESS THAN WS-INT-DUE
                   MOVE WS-AVAILABLE TO WS-INT-NOW
               ELSE
                   MOVE WS-INT-DUE   TO WS-INT-NOW
               END-IF
               SUBTRACT WS-INT-NOW FROM WS-AVAILABLE

               IF WS-AVAILABLE IS LESS THAN WS-PRIN-DUE
                   MOVE WS-AVAILABLE TO WS-PRIN-NOW
               ELSE
                   MOVE WS-PRIN-DUE  TO WS-PRIN-NOW
               END-IF
               SUBTRACT WS-PRIN-NOW FROM WS-AVAILABLE

               ADD WS-INT-NOW  TO DCL-LNS-INT-PAID
                                  LOAN09O-INT-APPLIED
               ADD WS-PRIN-NOW TO DCL-LNS-PRIN-PAID
                                  LOAN09O-PRIN-APPLIED

               IF DCL-LNS-INT-PAID  = DCL-LNS-INTEREST AND
                  DCL-LNS-PRIN-PAID = DCL-LNS-PRINCIPAL
                   SET DCL-LNS-FULLY-PAID TO TRUE
                   ADD 1 TO LOAN09O-PERIODS-PAID
               ELSE
                   SET DCL-LNS-PART-PAID  TO TRUE
               END-IF

               PERFORM P220-UPDATE-PERIOD

               MOVE WS-INT-NOW  TO DCL-LPY-INTEREST
               MOVE WS-PRIN-NOW TO DCL-LPY-PRINCIPAL
               PERFORM P700-WRITE-PAYMENT
           END-IF.

           IF SQLCODE NOT = +100
               PERFORM P800-ERROR-CHECK
           END-IF.

       P220-UPDATE-PERIOD.
           MOVE WS-PAY-DATE TO DCL-LNS-PAID-DATE.

           EXEC SQL
                UPDATE BNKLNSCH
                   SET LNS_STATUS    = :DCL-LNS-STATUS,
                       LNS_INT_PAID  = :DCL-LNS-INT-PAID,
                       LNS_PRIN_PAID = :DCL-LNS-PRIN-PAID,
                       LNS_PAID_DATE = :DCL-LNS-PAID-DATE
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                   AND LNS_PERIOD   = :DCL-LNS-PERIOD
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Early settlement - DLOAN04P has paid the whole principal
      * still owed (less any credit already sitting on the loan) and
      * charged the per-diem interest to the deposit account itself.
      * Every open period comes off the books as settled; the
      * payment row records the principal and that per-diem
      * interest against the first period it closed.
      *=================================================================
       P300-SETTLE-SCHEDULE.
           IF WS-AVAILABLE IS GREATER THAN DCL-LNP-PRIN-OUTSTANDING
               MOVE DCL-LNP-PRIN-OUTSTANDING TO LOAN09O-PRIN-APPLIED
           ELSE
               MOVE WS-AVAILABLE             TO LOAN09O-PRIN-APPLIED
           END-IF.

           COMPUTE DCL-LNP-UNAPPLIED =
               WS-AVAILABLE - LOAN09O-PRIN-APPLIED.

           MOVE ZERO TO WS-PERIODS-LEFT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PERIODS-LEFT
                  FROM BNKLNSCH
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                   AND LNS_STATUS NOT IN ('F', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-PERIODS-LEFT TO LOAN09O-PERIODS-PAID.
           MOVE WS-PAY-DATE     TO DCL-LNS-PAID-DATE.

           EXEC SQL
                UPDATE BNKLNSCH
                   SET LNS_STATUS    = 'S',
                       LNS_PAID_DATE = :DCL-LNS-PAID-DATE
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                   AND LNS_STATUS NOT IN ('F', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-LNP-NEXT-PERIOD  TO DCL-LNS-PERIOD.
           MOVE LOAN09I-SETTLE-INT   TO DCL-LPY-INTEREST.
           MOVE LOAN09O-PRIN-APPLIED TO DCL-LPY-PRINCIPAL.
           PERFORM P700-WRITE-PAYMENT.

      *=================================================================
      * Roll the collection into the running figures.
      *=================================================================
       P400-SAVE-POSITION.
           ADD LOAN09O-INT-APPLIED  TO DCL-LNP-INT-PAID.
           IF LOAN09I-SETTLE
               ADD LOAN09I-SETTLE-INT TO DCL-LNP-INT-PAID
           END-IF.
           ADD LOAN09O-PRIN-APPLIED TO DCL-LNP-PRIN-PAID.
           SUBTRACT LOAN09O-PRIN-APPLIED FROM DCL-LNP-PRIN-OUTSTANDING.
           MOVE WS-PAY-DATE         TO DCL-LNP-LAST-PAY-DATE.
           MOVE LOAN09I-AMOUNT      TO DCL-LNP-LAST-PAY-AMT.

           PERFORM P410-FIND-NEXT-PERIOD.

           EXEC SQL
                UPDATE BNKLNPOS
                   SET LNP_INT_PAID         = :DCL-LNP-INT-PAID,
                       LNP_PRIN_PAID        = :DCL-LNP-PRIN-PAID,
                       LNP_PRIN_OUTSTANDING =
                                          :DCL-LNP-PRIN-OUTSTANDING,
                       LNP_NEXT_PERIOD      = :DCL-LNP-NEXT-PERIOD,
                       LNP_LAST_PAY_DATE    = :DCL-LNP-LAST-PAY-DATE,
                       LNP_LAST_PAY_AMT     = :DCL-LNP-LAST-PAY-AMT,
                       LNP_UNAPPLIED        = :DCL-LNP-UNAPPLIED,
                       LNP_UPDATED_TS       = CURRENT TIMESTAMP
                 WHERE LNP_LOAN_ACC = :DCL-LNP-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P410-FIND-NEXT-PERIOD.
           MOVE ZERO TO DCL-LNP-NEXT-PERIOD.

           EXEC SQL
                SELECT COALESCE(MIN(LNS_PERIOD), 0)
                  INTO :DCL-LNP-NEXT-PERIOD
                  FROM BNKLNSCH
                 WHERE LNS_LOAN_ACC = :DCL-LNS-LOAN-ACC
                   AND LNS_STATUS NOT IN ('F', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The interest the collection paid is the bank's income, not a
      * repayment - charge it back to the loan account single-leg so
      * the loan's balance falls only by the principal repaid.  The
      * BNKTXN row carries the loan-interest category; its GL lines
      * come from the journal split below.
      *=================================================================
       P500-CHARGE-INTEREST.
           MOVE LOAN09I-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHARGE-INTEREST-EXIT
           END-IF.

           MOVE SPACES             TO CD04-DATA.
           MOVE DCL-BAC-PID        TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG    TO TRUE.
           MOVE LOAN09I-LOAN-ACC   TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE    TO CD04I-FROM-OLD-BAL.
           COMPUTE CD04I-FROM-NEW-BAL =
               DCL-BAC-BALANCE - LOAN09O-INT-APPLIED.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHARGE-INTEREST-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Loan balance changed - retry the collection'
                 TO BANK-ERRMSG
               GO TO CHARGE-INTEREST-EXIT
           END-IF.

           MOVE SPACES              TO CD06-DATA.
           MOVE DCL-BAC-PID         TO CD06I-PERSON-PID.
           SET CD06I-LEDGER         TO TRUE.
           MOVE LOAN09I-LOAN-ACC    TO CD06I-FROM-ACC.
           COMPUTE CD06I-FROM-AMOUNT = LOAN09O-INT-APPLIED * -1.
           MOVE 'Loan interest applied' TO CD06I-FROM-DESC.
           MOVE 'N'                 TO CD06I-CATEGORY.
           MOVE LOAN09I-VALUE-DATE  TO CD06I-VALUE-DATE.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

       CHARGE-INTEREST-EXIT.
           EXIT.

      *=================================================================
      * Two balanced journal entries for tonight's GL extract - the
      * interest leg to loan interest income and the principal leg
      * to loans receivable, each out of customer deposits where the
      * loan account's credit first landed.  The per-diem interest
      * of an early settlement is not journalled here: DLOAN04P
      * posted it as an ordinary interest row the extract maps.
      *=================================================================
       P600-JOURNAL-SPLIT.
           MOVE SPACES              TO GLJN01-DATA.
           MOVE 'DLOAN09P'          TO GLJN01I-SOURCE.
           MOVE 'N'                 TO GLJN01I-CATEGORY.
           MOVE LOAN09I-LOAN-ACC    TO GLJN01I-ACCNO.
           MOVE LOAN09I-XFER-REF    TO GLJN01I-REF.

           MOVE GL-CUST-DEPOSITS    TO GLJN01I-DR-ACCOUNT.
           MOVE GL-LOAN-INT-INCOME  TO GLJN01I-CR-ACCOUNT.
           MOVE LOAN09O-INT-APPLIED TO GLJN01I-AMOUNT.
           PERFORM P610-STAGE-ENTRY.

           IF BANK-ERRMSG = SPACES
               MOVE GL-CUST-DEPOSITS     TO GLJN01I-DR-ACCOUNT
               MOVE GL-LOANS-RECEIVABLE  TO GLJN01I-CR-ACCOUNT
               MOVE LOAN09O-PRIN-APPLIED TO GLJN01I-AMOUNT
               PERFORM P610-STAGE-ENTRY
           END-IF.

       P610-STAGE-ENTRY.
           MOVE SPACES TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * One BNKLNPAY row per period a collection touched.
      *=================================================================
       P700-WRITE-PAYMENT.
           MOVE LOAN09I-LOAN-ACC   TO DCL-LPY-LOAN-ACC.
           MOVE DCL-LNS-PERIOD     TO DCL-LPY-PERIOD.
           MOVE LOAN09I-SOURCE     TO DCL-LPY-SOURCE.
           MOVE LOAN09I-XFER-REF   TO DCL-LPY-XFER-REF.
           MOVE WS-PAY-DATE        TO DCL-LPY-VALUE-DATE.
           MOVE LOAN09I-USERID     TO DCL-LPY-USERID.

           EXEC SQL
                INSERT INTO BNKLNPAY (
                  LPY_LOAN_ACC,
                  LPY_TIMESTAMP,
                  LPY_PERIOD,
                  LPY_SOURCE,
                  LPY_INTEREST,
                  LPY_PRINCIPAL,
                  LPY_XFER_REF,
                  LPY_VALUE_DATE,
                  LPY_USERID
                ) VALUES (
                  :DCL-LPY-LOAN-ACC,
                  CURRENT TIMESTAMP,
                  :DCL-LPY-PERIOD,
                  :DCL-LPY-SOURCE,
                  :DCL-LPY-INTEREST,
                  :DCL-LPY-PRINCIPAL,
                  :DCL-LPY-XFER-REF,
                  :DCL-LPY-VALUE-DATE,
                  :DCL-LPY-USERID)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Loan payment application failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
