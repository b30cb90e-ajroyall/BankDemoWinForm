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
001300* Program:     DLINE02P.CBL                                    *
001400* Function:    Revolving line of credit billing.  Nightly,     *
001500*              every line on BNKLINE that is open or still     *
001600*              owes money:                                     *
001700*              - accrues a day's interest at the line's own    *
001800*                rate on the drawn (negative) balance;         *
001900*              - once the payment due date has passed, checks  *
002000*                the payments received since the statement     *
002100*                against the minimum due - a shortfall becomes *
002200*                LIN_PAST_DUE, which DLOAN01P ages into the    *
002300*                same BNKCOLL collections cases as the loans;  *
002400*              - on the line's statement date, bills the       *
002500*                accrued interest as a category 'N' charge     *
002600*                through DBANK04P/DBANK06P (journalled to the  *
002700*                GL through DGLJN01P), works out the minimum   *
002800*                payment and its due date, keeps the statement *
002900*                on BNKLSTM, prints it to the statement file   *
003000*                and queues the customer's statement notice.   *
003100*              Pricing defaults and the grace period are held  *
003200*              on BNKPARM.  Logs through DBANK37P.             *
003300*              SQL version - standalone batch step, connects   *
003400*              and disconnects itself.                         *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLINE02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINESTMT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINESTMT.
       01  LINESTMT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\LINESTMT.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-LINE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-STMT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-MISSED-TOTAL                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BILLED-TOTAL                   PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-DAILY-RATE                     PIC S9(1)V9(9)
                                                  COMP-3.
           05  WS-ACCRUE-AMT                     PIC S9(7)V99 COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-INTEREST                       PIC S9(7)V99 COMP-3.
           05  WS-PAID                           PIC S9(7)V99 COMP-3.
           05  WS-DRAWN                          PIC S9(7)V99 COMP-3.
           05  WS-SHORTFALL                      PIC S9(7)V99 COMP-3.
           05  WS-PAST-DUE-BASE                  PIC S9(7)V99 COMP-3.
           05  WS-DUE-DAYS                       PIC S9(3) COMP-3.
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-TOTAL-DSP                      PIC -(9)9.99.
           05  WS-COUNT-DSP                      PIC ZZZZZZ9.
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).

      *-----------------------------------------------------------------
      * The days' grace from statement to payment due date - held on
      * BNKPARM so it can be changed through the parameters screen;
      * this is the value used until a row is in force.
      *-----------------------------------------------------------------
       01  WS-BILLING-POLICY.
           05  WS-GRACE-DAYS                     PIC S9(7)V99 COMP-3
                                                  VALUE +25.00.

      *-----------------------------------------------------------------
      * The GL pair billed line interest books to - the same pair
      * the loan instalment interest uses.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-LOAN-INT-INCOME                PIC 9(5) VALUE 41100.

           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC20.
           COPY CBANKVC37.
           COPY CGLJN01.
           COPY CPARM01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).
       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLN
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSLNX.
           COPY CBANKSLTX.
           COPY CBANKSACX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK26P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-BILLING THRU RUN-BILLING-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DLINE02P - unable to connect, line billing aborted'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *=================================================================
      * Connect to the database, retrying a couple of times before
      * giving up - mirrors DBConnect's P100-CONNECT-WITH-RETRY.
      *=================================================================
       P000-CONNECT.
           MOVE 0   TO WS-RETRY-COUNT.
           MOVE "N" TO WS-DB-STATUS.

           PERFORM P010-TRY-CONNECT
               UNTIL WS-DB-CONNECTED OR WS-RETRY-COUNT >= WS-RETRY-MAX.

       P010-TRY-CONNECT.
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Drive the night's work over every line still open or still
      * owing, then close the statement file with its trailer.
      *=================================================================
       P100-RUN-BILLING.
           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P120-GET-POLICY.

           OPEN OUTPUT LINESTMT.

           IF NOT WS-RPT-OK
               DISPLAY 'DLINE02P - cannot open statement file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-BILLING-EXIT
           END-IF.

           MOVE SPACES TO LINESTMT-RECORD.
           STRING 'LINE OF CREDIT STATEMENTS - ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           EXEC SQL
                DECLARE LNB_CSR CURSOR FOR
                SELECT L.LIN_ACCNO, L.LIN_PID, L.LIN_LIMIT,
                       L.LIN_RATE, L.LIN_MIN_PCT, L.LIN_MIN_AMT,
                       L.LIN_STATUS, L.LIN_ACCRUED,
                       L.LIN_LAST_ACCRUAL, L.LIN_LAST_STMT,
                       L.LIN_NEXT_STMT, L.LIN_STMT_BAL,
                       L.LIN_MIN_DUE, L.LIN_DUE_DATE,
                       L.LIN_DUE_CHECKED, L.LIN_PAST_DUE,
                       L.LIN_PAST_DUE_DTE, L.LIN_MISSED_COUNT,
                       A.BAC_BALANCE
                FROM BNKLINE L,
                     BNKACC  A
                WHERE A.BAC_ACCNO = L.LIN_ACCNO
                  AND (L.LIN_STATUS <> 'C'
                       OR A.BAC_BALANCE < 0
                       OR L.LIN_ACCRUED > 0)
                ORDER BY L.LIN_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LNB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-LINE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE LNB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P700-WRITE-TRAILER.

           CLOSE LINESTMT.

       RUN-BILLING-EXIT.
           DISPLAY 'DLINE02P - line billing complete, lines: '
                   WS-LINE-COUNT ' statements: ' WS-STMT-COUNT
                   ' missed minimums: ' WS-MISSED-TOTAL.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

       P120-GET-POLICY.
           MOVE 'LINEDUEDAYS'  TO PARM01I-NAME.
           MOVE WS-GRACE-DAYS  TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE  TO WS-GRACE-DAYS.

           MOVE WS-GRACE-DAYS  TO WS-DUE-DAYS.

       P125-GET-PARM.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

       P200-FETCH-LINE.
           EXEC SQL
                FETCH LNB_CSR
                INTO :DCL-LIN-ACCNO,
                     :DCL-LIN-PID,
                     :DCL-LIN-LIMIT,
                     :DCL-LIN-RATE,
                     :DCL-LIN-MIN-PCT,
                     :DCL-LIN-MIN-AMT,
                     :DCL-LIN-STATUS,
                     :DCL-LIN-ACCRUED,
                     :DCL-LIN-LAST-ACCRUAL,
                     :DCL-LIN-LAST-STMT,
                     :DCL-LIN-NEXT-STMT,
                     :DCL-LIN-STMT-BAL,
                     :DCL-LIN-MIN-DUE,
                     :DCL-LIN-DUE-DATE,
                     :DCL-LIN-DUE-CHECKED,
                     :DCL-LIN-PAST-DUE,
                     :DCL-LIN-PAST-DUE-DTE,
                     :DCL-LIN-MISSED-COUNT,
                     :DCL-BAC-BALANCE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-LINE-COUNT
               PERFORM P210-ACCRUE-INTEREST
               PERFORM P300-CHECK-PAYMENT THRU CHECK-PAYMENT-EXIT
               IF WS-RUN-DATE IS NOT LESS THAN DCL-LIN-NEXT-STMT
                   PERFORM P400-PRODUCE-STATEMENT THRU
                           PRODUCE-STATEMENT-EXIT
               END-IF
               PERFORM P290-SAVE-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * A day's interest on what is drawn, once per calendar day - a
      * rerun the same night finds LIN_LAST_ACCRUAL already today.
      *-----------------------------------------------------------------
       P210-ACCRUE-INTEREST.
           IF DCL-BAC-BALANCE IS LESS THAN ZERO AND
              DCL-LIN-LAST-ACCRUAL NOT = WS-RUN-DATE
               COMPUTE WS-DAILY-RATE ROUNDED =
                   DCL-LIN-RATE / 100 / 365
               COMPUTE WS-ACCRUE-AMT ROUNDED =
                   DCL-BAC-BALANCE * WS-DAILY-RATE * -1
               ADD WS-ACCRUE-AMT TO DCL-LIN-ACCRUED
               MOVE WS-RUN-DATE  TO DCL-LIN-LAST-ACCRUAL
           END-IF.

      *-----------------------------------------------------------------
      * Everything worked out for the line tonight goes back in one
      * update.
      *-----------------------------------------------------------------
       P290-SAVE-LINE.
           EXEC SQL
                UPDATE BNKLINE
                   SET LIN_ACCRUED       = :DCL-LIN-ACCRUED,
                       LIN_LAST_ACCRUAL  = :DCL-LIN-LAST-ACCRUAL,
                       LIN_LAST_STMT     = :DCL-LIN-LAST-STMT,
                       LIN_NEXT_STMT     = :DCL-LIN-NEXT-STMT,
                       LIN_STMT_BAL      = :DCL-LIN-STMT-BAL,
                       LIN_MIN_DUE       = :DCL-LIN-MIN-DUE,
                       LIN_DUE_DATE      = :DCL-LIN-DUE-DATE,
                       LIN_DUE_CHECKED   = :DCL-LIN-DUE-CHECKED,
                       LIN_PAST_DUE      = :DCL-LIN-PAST-DUE,
                       LIN_PAST_DUE_DTE  = :DCL-LIN-PAST-DUE-DTE,
                       LIN_MISSED_COUNT  = :DCL-LIN-MISSED-COUNT
                 WHERE LIN_ACCNO = :DCL-LIN-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The minimum-payment check.  Nothing to do before a first
      * statement.  Once the due date has passed, the payments
      * credited since the statement are set against the minimum due
      * - the first night a shortfall shows it counts as a missed
      * payment and its past-due clock starts at the due date.  From
      * then on, and while a carried arrears is still unpaid between
      * statements, the past-due amount is worked down by payments
      * as they arrive; once it reaches zero the line is current
      * again and DLOAN01P cures its collections case.
      *=================================================================
       P300-CHECK-PAYMENT.
           IF DCL-LIN-LAST-STMT = SPACES
               GO TO CHECK-PAYMENT-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT GREATER THAN DCL-LIN-DUE-DATE AND
              DCL-LIN-PAST-DUE IS NOT GREATER THAN ZERO
               GO TO CHECK-PAYMENT-EXIT
           END-IF.

           PERFORM P310-SUM-PAYMENTS.

           IF WS-RUN-DATE IS GREATER THAN DCL-LIN-DUE-DATE
               MOVE DCL-LIN-MIN-DUE TO WS-PAST-DUE-BASE
           ELSE
               PERFORM P320-CARRIED-ARREARS
           END-IF.

           COMPUTE WS-SHORTFALL = WS-PAST-DUE-BASE - WS-PAID.

           IF WS-SHORTFALL IS LESS THAN ZERO
               MOVE ZERO TO WS-SHORTFALL
           END-IF.

           IF WS-RUN-DATE IS GREATER THAN DCL-LIN-DUE-DATE AND
              NOT DCL-LIN-DUE-WAS-CHECKED
               MOVE 'Y' TO DCL-LIN-DUE-CHECKED
               IF WS-SHORTFALL IS GREATER THAN ZERO
                   ADD 1 TO DCL-LIN-MISSED-COUNT
                   ADD 1 TO WS-MISSED-TOTAL
                   IF DCL-LIN-PAST-DUE-DTE = SPACES
                       MOVE DCL-LIN-DUE-DATE TO DCL-LIN-PAST-DUE-DTE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-SHORTFALL TO DCL-LIN-PAST-DUE.

           IF DCL-LIN-PAST-DUE = ZERO
               MOVE SPACES TO DCL-LIN-PAST-DUE-DTE
               MOVE ZERO   TO DCL-LIN-MISSED-COUNT
           END-IF.

       CHECK-PAYMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Credits to the line since its statement - repayments, from
      * whatever channel they came.
      *-----------------------------------------------------------------
       P310-SUM-PAYMENTS.
           MOVE ZERO TO WS-PAID.

           EXEC SQL
                SELECT COALESCE(SUM(BTX_AMOUNT), 0)
                  INTO :WS-PAID
                  FROM BNKTXN
                 WHERE BTX_ACCNO     = :DCL-LIN-ACCNO
                   AND BTX_AMOUNT    > 0
                   AND BTX_POST_DATE > :DCL-LIN-LAST-STMT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Between statements, a line already past due owes the arrears
      * that statement carried forward.
      *-----------------------------------------------------------------
       P320-CARRIED-ARREARS.
           MOVE ZERO          TO WS-PAST-DUE-BASE.
           MOVE DCL-LIN-ACCNO TO DCL-LST-ACCNO.

           EXEC SQL
                SELECT LST_PAST_DUE
                  INTO :WS-PAST-DUE-BASE
                  FROM BNKLSTM
                 WHERE LST_ACCNO    = :DCL-LST-ACCNO
                   AND LST_STMT_DTE = :DCL-LIN-LAST-STMT
           END-EXEC.

           IF SQLCODE = +100
               MOVE DCL-LIN-PAST-DUE TO WS-PAST-DUE-BASE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The monthly statement.  The accrued interest is charged to
      * the line first, so it is part of the balance the minimum is
      * worked on; if the posting is refused the accrual is held and
      * billed next cycle, the same way the overdraft buckets carry.
      *=================================================================
       P400-PRODUCE-STATEMENT.
           MOVE ZERO TO WS-INTEREST.

           IF DCL-LIN-ACCRUED IS GREATER THAN ZERO
               PERFORM P410-BILL-INTEREST THRU BILL-INTEREST-EXIT
           END-IF.

           IF WS-JOB-HAD-ERROR
               GO TO PRODUCE-STATEMENT-EXIT
           END-IF.

           MOVE DCL-LIN-ACCNO     TO DCL-LST-ACCNO.
           MOVE WS-RUN-DATE       TO DCL-LST-STMT-DTE.
           MOVE DCL-LIN-PID       TO DCL-LST-PID.
           MOVE DCL-LIN-STMT-BAL  TO DCL-LST-OPEN-BAL.
           MOVE WS-INTEREST       TO DCL-LST-INTEREST.
           MOVE DCL-LIN-LIMIT     TO DCL-LST-LIMIT.
           MOVE DCL-LIN-PAST-DUE  TO DCL-LST-PAST-DUE.

           PERFORM P440-SUM-ACTIVITY.

           MOVE ZERO TO DCL-LST-CLOSE-BAL.
           IF DCL-BAC-BALANCE IS LESS THAN ZERO
               COMPUTE DCL-LST-CLOSE-BAL = DCL-BAC-BALANCE * -1
           END-IF.

           MOVE ZERO TO DCL-LST-AVAILABLE.
           IF DCL-LIN-ACTIVE
               COMPUTE DCL-LST-AVAILABLE =
                   DCL-LIN-LIMIT - DCL-LST-CLOSE-BAL
               IF DCL-LST-AVAILABLE IS LESS THAN ZERO
                   MOVE ZERO TO DCL-LST-AVAILABLE
               END-IF
           END-IF.

           PERFORM P450-MINIMUM-DUE.
           PERFORM P460-NEXT-DATES.

           IF WS-JOB-HAD-ERROR
               GO TO PRODUCE-STATEMENT-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO BNKLSTM (
                  LST_ACCNO,
                  LST_STMT_DTE,
                  LST_PID,
                  LST_OPEN_BAL,
                  LST_DRAWS,
                  LST_PAYMENTS,
                  LST_INTEREST,
                  LST_CLOSE_BAL,
                  LST_LIMIT,
                  LST_AVAILABLE,
                  LST_PAST_DUE,
                  LST_MIN_DUE,
                  LST_DUE_DATE,
                  LST_CREATED_TS
                ) VALUES (
                  :DCL-LST-ACCNO,
                  :DCL-LST-STMT-DTE,
                  :DCL-LST-PID,
                  :DCL-LST-OPEN-BAL,
                  :DCL-LST-DRAWS,
                  :DCL-LST-PAYMENTS,
                  :DCL-LST-INTEREST,
                  :DCL-LST-CLOSE-BAL,
                  :DCL-LST-LIMIT,
                  :DCL-LST-AVAILABLE,
                  :DCL-LST-PAST-DUE,
                  :DCL-LST-MIN-DUE,
                  :DCL-LST-DUE-DATE,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO PRODUCE-STATEMENT-EXIT
           END-IF.

           MOVE WS-RUN-DATE       TO DCL-LIN-LAST-STMT.
           MOVE DCL-LST-CLOSE-BAL TO DCL-LIN-STMT-BAL.
           MOVE DCL-LST-MIN-DUE   TO DCL-LIN-MIN-DUE.
           MOVE DCL-LST-DUE-DATE  TO DCL-LIN-DUE-DATE.
           MOVE 'N'               TO DCL-LIN-DUE-CHECKED.

           ADD 1 TO WS-STMT-COUNT.

           PERFORM P470-PRINT-STATEMENT.
           PERFORM P480-NOTIFY-CUSTOMER.

       PRODUCE-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The interest charge - a single-leg debit the limit check lets
      * through (interest may take a line past its limit), its BNKTXN
      * row under the loan-interest category, and the GL entry.
      *-----------------------------------------------------------------
       P410-BILL-INTEREST.
           MOVE SPACES TO CD04-DATA BANK-ERRMSG GOOD-ERRMSG.

           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE - DCL-LIN-ACCRUED.

           MOVE DCL-LIN-PID      TO CD04I-PERSON-PID.
           SET CD04I-CHARGE-LEG  TO TRUE.
           MOVE DCL-LIN-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES OR CD04O-RETRY-NEEDED
               DISPLAY 'DLINE02P - interest held for ' DCL-LIN-ACCNO
               MOVE SPACES TO BANK-ERRMSG
               GO TO BILL-INTEREST-EXIT
           END-IF.

           MOVE SPACES        TO CD06-DATA.
           MOVE DCL-LIN-PID   TO CD06I-PERSON-PID.
           SET CD06I-LEDGER   TO TRUE.
           MOVE DCL-LIN-ACCNO TO CD06I-FROM-ACC.
           COMPUTE CD06I-FROM-AMOUNT = DCL-LIN-ACCRUED * -1.
           MOVE 'N'           TO CD06I-CATEGORY.
           MOVE 'Line of credit interest' TO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DLINE02P - ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO BILL-INTEREST-EXIT
           END-IF.

           MOVE SPACES              TO GLJN01-DATA.
           MOVE 'DLINE02P'          TO GLJN01I-SOURCE.
           MOVE 'N'                 TO GLJN01I-CATEGORY.
           MOVE DCL-LIN-ACCNO       TO GLJN01I-ACCNO.
           STRING 'LOC INT ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO GLJN01I-REF.
           MOVE GL-CUST-DEPOSITS    TO GLJN01I-DR-ACCOUNT.
           MOVE GL-LOAN-INT-INCOME  TO GLJN01I-CR-ACCOUNT.
           MOVE DCL-LIN-ACCRUED     TO GLJN01I-AMOUNT.
           MOVE SPACES              TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DLINE02P - ' WS-SUB-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO BILL-INTEREST-EXIT
           END-IF.

           MOVE DCL-LIN-ACCRUED TO WS-INTEREST.
           ADD DCL-LIN-ACCRUED  TO WS-BILLED-TOTAL.
           MOVE WS-NEW-BALANCE  TO DCL-BAC-BALANCE.
           MOVE ZERO            TO DCL-LIN-ACCRUED.

       BILL-INTEREST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The cycle's activity from BNKTXN - draws are the debits other
      * than the interest just billed, payments the credits.
      *-----------------------------------------------------------------
       P440-SUM-ACTIVITY.
           MOVE ZERO TO WS-DRAWN WS-PAID.

           EXEC SQL
                SELECT COALESCE(SUM(BTX_AMOUNT), 0)
                  INTO :WS-DRAWN
                  FROM BNKTXN
                 WHERE BTX_ACCNO     = :DCL-LIN-ACCNO
                   AND BTX_AMOUNT    < 0
                   AND BTX_CATEGORY <> 'N'
                   AND BTX_POST_DATE > :DCL-LIN-LAST-STMT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-SUM-PAYMENTS.

           COMPUTE DCL-LST-DRAWS = WS-DRAWN * -1.
           MOVE WS-PAID TO DCL-LST-PAYMENTS.

      *-----------------------------------------------------------------
      * Minimum due: the percentage of the statement balance or the
      * flat minimum, whichever is more, plus any arrears carried -
      * never more than the balance itself.
      *-----------------------------------------------------------------
       P450-MINIMUM-DUE.
           MOVE ZERO TO DCL-LST-MIN-DUE.

           IF DCL-LST-CLOSE-BAL IS GREATER THAN ZERO
               COMPUTE DCL-LST-MIN-DUE ROUNDED =
                   DCL-LST-CLOSE-BAL * DCL-LIN-MIN-PCT / 100
               IF DCL-LST-MIN-DUE IS LESS THAN DCL-LIN-MIN-AMT
                   MOVE DCL-LIN-MIN-AMT TO DCL-LST-MIN-DUE
               END-IF
               ADD DCL-LIN-PAST-DUE TO DCL-LST-MIN-DUE
               IF DCL-LST-MIN-DUE IS GREATER THAN DCL-LST-CLOSE-BAL
                   MOVE DCL-LST-CLOSE-BAL TO DCL-LST-MIN-DUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Due date is the statement date plus the grace days; the next
      * statement keeps the line's billing day a month on.
      *-----------------------------------------------------------------
       P460-NEXT-DATES.
           EXEC SQL
                UPDATE BNKLINE
                   SET LIN_NEXT_STMT =
                           CHAR(DATE(LIN_NEXT_STMT) + 1 MONTH),
                       LIN_DUE_DATE  =
                           CHAR(DATE(:WS-RUN-DATE) + :WS-DUE-DAYS DAYS)
                 WHERE LIN_ACCNO = :DCL-LIN-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT LIN_NEXT_STMT, LIN_DUE_DATE
                  INTO :DCL-LIN-NEXT-STMT, :DCL-LST-DUE-DATE
                  FROM BNKLINE
                 WHERE LIN_ACCNO = :DCL-LIN-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF DCL-LST-MIN-DUE = ZERO
               MOVE SPACES TO DCL-LST-DUE-DATE
           END-IF.

      *-----------------------------------------------------------------
      * The printed statement - one block per line, for the mail run.
      *-----------------------------------------------------------------
       P470-PRINT-STATEMENT.
           MOVE SPACES TO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE SPACES TO LINESTMT-RECORD.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  DCL-LIN-ACCNO DELIMITED BY SIZE
                  '  CUSTOMER ' DELIMITED BY SIZE
                  DCL-LIN-PID DELIMITED BY SIZE
                  '  STATEMENT DATE ' DELIMITED BY SIZE
                  DCL-LST-STMT-DTE DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-OPEN-BAL TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  OPENING BALANCE     ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-DRAWS TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  DRAWS               ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-PAYMENTS TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  PAYMENTS            ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-INTEREST TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  INTEREST CHARGED    ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-CLOSE-BAL TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  STATEMENT BALANCE   ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-LIMIT TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  CREDIT LIMIT        ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE DCL-LST-AVAILABLE TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  AVAILABLE CREDIT    ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           IF DCL-LST-PAST-DUE IS GREATER THAN ZERO
               MOVE DCL-LST-PAST-DUE TO WS-AMT-DSP
               MOVE SPACES TO LINESTMT-RECORD
               STRING '  PAST DUE AMOUNT     ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                 INTO LINESTMT-RECORD
               WRITE LINESTMT-RECORD
           END-IF.

           MOVE DCL-LST-MIN-DUE TO WS-AMT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING '  MINIMUM PAYMENT DUE ' DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  DCL-LST-DUE-DATE DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

      *-----------------------------------------------------------------
      * The statement notice - same DBANK02P lookup and DBANK20P
      * queueing the other notices use; a failure here is skipped,
      * never allowed to fail the run.
      *-----------------------------------------------------------------
       P480-NOTIFY-CUSTOMER.
           MOVE DCL-LIN-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-SEND-EMAIL IS EQUAL TO 'Y' AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES           TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-LIN-PID      TO CD20I-PID
               MOVE CD02O-EMAIL      TO CD20I-EMAIL
               MOVE DCL-LIN-ACCNO    TO CD20I-FROM-ACC
               MOVE SPACES           TO CD20I-TO-ACC
               MOVE DCL-LST-MIN-DUE  TO CD20I-AMOUNT
      *        The tag keys the dispatcher's BNKNTMPL lookup, so
      *        the statement notice is worded in the customer's
      *        language.
               MOVE 'LINESTMT'       TO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
           END-IF.

      *=================================================================
      * Statement file trailer - the night's control totals.
      *=================================================================
       P700-WRITE-TRAILER.
           MOVE SPACES TO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE WS-STMT-COUNT   TO WS-COUNT-DSP.
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING 'STATEMENTS ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
                  '  INTEREST BILLED ' DELIMITED BY SIZE
                  WS-TOTAL-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

           MOVE WS-MISSED-TOTAL TO WS-COUNT-DSP.
           MOVE SPACES TO LINESTMT-RECORD.
           STRING 'MINIMUM PAYMENTS MISSED TONIGHT ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO LINESTMT-RECORD.
           WRITE LINESTMT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DLINE02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole run as one unit of work, or roll it all
      * back if any part of it failed.
      *=================================================================
       P890-COMMIT-OR-ROLLBACK.
           IF WS-JOB-HAD-ERROR
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

      *=================================================================
      * Batch run log - the start row goes in (and is committed) the
      * moment the job has a connection, the end row completes it
      * with this run's control totals.  DBANK37P raises the
      * operations alert itself when the status is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'LINEBILL' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'LINEBILL' TO CD37I-JOB.
           MOVE WS-LINE-COUNT TO CD37I-ROWS-READ.
           MOVE WS-STMT-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-MISSED-TOTAL TO CD37I-ROWS-REJECTED.
           MOVE WS-BILLED-TOTAL TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
