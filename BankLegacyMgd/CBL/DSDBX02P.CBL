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
001300* Program:     DSDBX02P.CBL                                    *
001400* Function:    Nightly safe-deposit box rent billing (SDBRENT). *
001500*              Every BNKSDAGR agreement whose year's rent has   *
001600*              fallen due is billed the BNKSDFEE annual rent    *
001700*              for its box size, debited from the agreement's   *
001800*              account through the same DBANK04P balance logic  *
001900*              a transfer gets with a fee-category BNKTXN row   *
002000*              from DBANK06P.  Paid, the agreement is rolled a  *
002100*              year on.  Refused, the due date stays put so     *
002200*              every night's run tries again - as DBANK16P does *
002300*              with a standing order - the agreement goes to    *
002400*              unpaid and the renter is told on the first       *
002500*              failure.  Still unpaid BNKPARM SDBGRACE days     *
002600*              after falling due, the box is scheduled for      *
002700*              drilling on BNKSDDRL and the renter is told; the *
002800*              drilling itself is recorded through DSDBX01P,    *
002900*              and contents left unclaimed go to DBANK71P.  A   *
003000*              scheduled box whose rent is then paid comes off  *
003100*              the drilling schedule.                           *
003200*              SQL version - standalone batch step, connects    *
003300*              and disconnects itself.                          *
003400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSDBX02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBRENT ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDBRENT.
       01  SDBRENT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-OUT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\SDBRENT.RPT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-AGR-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BILLED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UNPAID-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DRILL-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BILLED-TOTAL                   PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-TOT-DSP                        PIC -(10)9.99.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-NUM-DSP                        PIC 9(8).
           05  WS-REASON                         PIC X(30).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-ALERT-TAG                      PIC X(30).

           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC20.
           COPY CBANKVC37.
           COPY CPARM01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).
       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXB
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXG
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXD
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSXBX.
           COPY CBANKSXGX.
           COPY CBANKSXFX.
           COPY CBANKSXDX.

       01  WS-TODAY-DATE                         PIC X(10).
      *-----------------------------------------------------------------
      * Days a year's rent may stay unpaid before the box is scheduled
      * for drilling - BNKPARM SDBGRACE, this value until a row is in
      * force.
      *-----------------------------------------------------------------
       01  WS-GRACE-DAYS                         PIC S9(3) COMP-3
                                                  VALUE +90.
       01  WS-PAST-GRACE                         PIC X(1).

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
                 'DSDBX02P - unable to connect, rent billing aborted'
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
      * Drive the billing - every agreement still holding its box
      * whose rent is due today or was due and is still unpaid.
      *=================================================================
       P100-RUN-BILLING.
           PERFORM P110-BUILD-TODAY.
           PERFORM P120-GET-POLICY.

           OPEN OUTPUT SDBRENT.

           IF NOT WS-FILE-OK
               DISPLAY 'DSDBX02P - cannot open register, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-BILLING-EXIT
           END-IF.

           MOVE 'SAFE-DEPOSIT BOX RENT BILLING REGISTER'
             TO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           EXEC SQL
                DECLARE SDR_CSR CURSOR FOR
                SELECT A.SDA_AGREEMENT, A.SDA_BRANCH, A.SDA_BOX_NO,
                       A.SDA_ACCNO, A.SDA_STATUS,
                       A.SDA_NEXT_DUE_DTE, A.SDA_FAIL_COUNT,
                       B.SDB_SIZE,
                       CASE WHEN DATE(A.SDA_NEXT_DUE_DTE)
                                 + :WS-GRACE-DAYS DAYS
                                 < DATE(:WS-TODAY-DATE)
                            THEN 'Y' ELSE 'N'
                       END
                FROM BNKSDAGR A, BNKSDBOX B
                WHERE B.SDB_BRANCH       = A.SDA_BRANCH
                  AND B.SDB_BOX_NO       = A.SDA_BOX_NO
                  AND A.SDA_STATUS IN ('A', 'U', 'S')
                  AND A.SDA_NEXT_DUE_DTE <= :WS-TODAY-DATE
                ORDER BY A.SDA_AGREEMENT
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-AGREEMENT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE SDR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P500-WRITE-TOTALS.

           CLOSE SDBRENT.

       RUN-BILLING-EXIT.
           DISPLAY 'DSDBX02P - rent billing complete, billed: '
                   WS-BILLED-COUNT ' unpaid: ' WS-UNPAID-COUNT
                   ' drilling: ' WS-DRILL-COUNT.

       P110-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

       P120-GET-POLICY.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'SDBGRACE'    TO PARM01I-NAME.
           MOVE WS-GRACE-DAYS TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-GRACE-DAYS
           END-IF.

           IF WS-GRACE-DAYS < 30
               MOVE 30 TO WS-GRACE-DAYS
           END-IF.

       P210-FETCH-AGREEMENT.
           EXEC SQL
                FETCH SDR_CSR
                INTO :DCL-SDA-AGREEMENT,
                     :DCL-SDA-BRANCH,
                     :DCL-SDA-BOX-NO,
                     :DCL-SDA-ACCNO,
                     :DCL-SDA-STATUS,
                     :DCL-SDA-NEXT-DUE-DTE,
                     :DCL-SDA-FAIL-COUNT,
                     :DCL-SDB-SIZE,
                     :WS-PAST-GRACE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-BILL-AGREEMENT THRU BILL-AGREEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One agreement: the rent for its box size, then the account.
      * A size with no rent on the schedule is a setup gap - reported
      * and left for the morning, not held against the renter.
      *-----------------------------------------------------------------
       P220-BILL-AGREEMENT.
           ADD 1 TO WS-AGR-COUNT.
           MOVE DCL-SDA-AGREEMENT TO WS-NUM-DSP.
           MOVE SPACES            TO WS-REASON.

           MOVE DCL-SDB-SIZE TO DCL-SDF-SIZE.

           EXEC SQL
                SELECT SDF_ANNUAL_RENT
                  INTO :DCL-SDF-ANNUAL-RENT
                  FROM BNKSDFEE
                 WHERE SDF_SIZE = :DCL-SDF-SIZE
           END-EXEC.

           IF SQLCODE = +100
               MOVE SPACES TO SDBRENT-RECORD
               STRING WS-NUM-DSP      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BRANCH  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BOX-NO  DELIMITED BY SIZE
                      '  NO RENT SET FOR SIZE ' DELIMITED BY SIZE
                      DCL-SDB-SIZE    DELIMITED BY SIZE
                 INTO SDBRENT-RECORD
               WRITE SDBRENT-RECORD
               ADD 1 TO WS-UNPAID-COUNT
               GO TO BILL-AGREEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO BILL-AGREEMENT-EXIT
           END-IF.

           MOVE DCL-SDA-ACCNO TO DCL-BAC-ACCNO.
           MOVE SPACES        TO DCL-BAC-PID.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_STATUS
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
               PERFORM P400-RENT-REFUSED THRU RENT-REFUSED-EXIT
               GO TO BILL-AGREEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO BILL-AGREEMENT-EXIT
           END-IF.

           IF DCL-BAC-STATUS = 'C'
               MOVE 'ACCOUNT CLOSED' TO WS-REASON
               PERFORM P400-RENT-REFUSED THRU RENT-REFUSED-EXIT
               GO TO BILL-AGREEMENT-EXIT
           END-IF.

           PERFORM P300-COLLECT-RENT THRU COLLECT-RENT-EXIT.

       BILL-AGREEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Debit the rent through the same DBANK04P logic a transfer
      * gets (status and minimum-balance rules included) and write
      * the fee-category BNKTXN row, then roll the agreement a year
      * on from the date it fell due - not from tonight, so a late
      * payment does not move the renter's anniversary.
      *-----------------------------------------------------------------
       P300-COLLECT-RENT.
           MOVE SPACES TO CD04-DATA BANK-ERRMSG GOOD-ERRMSG.

           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE - DCL-SDF-ANNUAL-RENT.

           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES OR CD04O-RETRY-NEEDED
               MOVE SPACES TO BANK-ERRMSG
               MOVE 'DEBIT REFUSED' TO WS-REASON
               PERFORM P400-RENT-REFUSED THRU RENT-REFUSED-EXIT
               GO TO COLLECT-RENT-EXIT
           END-IF.

           MOVE SPACES          TO CD06-DATA.
           MOVE DCL-BAC-PID     TO CD06I-PERSON-PID.
           SET CD06I-LEDGER     TO TRUE.
           MOVE DCL-BAC-ACCNO   TO CD06I-FROM-ACC.
           COMPUTE CD06I-FROM-AMOUNT = DCL-SDF-ANNUAL-RENT * -1.
           MOVE 'F'             TO CD06I-CATEGORY.
           MOVE 'Safe deposit box rent' TO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO COLLECT-RENT-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKSDAGR
                   SET SDA_NEXT_DUE_DTE =
                           CHAR(DATE(SDA_NEXT_DUE_DTE) + 1 YEAR),
                       SDA_PAID_TO_DTE  =
                           CHAR(DATE(SDA_NEXT_DUE_DTE) + 1 YEAR),
                       SDA_LAST_RENT    = :DCL-SDF-ANNUAL-RENT,
                       SDA_FAIL_COUNT   = 0,
                       SDA_STATUS       = 'A',
                       SDA_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO COLLECT-RENT-EXIT
           END-IF.

      * Paid before the drill - the box comes off the schedule.
           IF DCL-SDA-DRILL-SCHEDULED
               MOVE DCL-SDA-AGREEMENT TO DCL-SDD-AGREEMENT
               MOVE WS-TODAY-DATE     TO DCL-SDD-STATUS-DTE
               EXEC SQL
                    UPDATE BNKSDDRL
                       SET SDD_STATUS     = 'P',
                           SDD_STATUS_DTE = :DCL-SDD-STATUS-DTE,
                           SDD_STATUS_BY  = 'BATCH'
                     WHERE SDD_AGREEMENT = :DCL-SDD-AGREEMENT
                       AND SDD_STATUS    = 'S'
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           ADD 1 TO WS-BILLED-COUNT.
           ADD DCL-SDF-ANNUAL-RENT TO WS-BILLED-TOTAL.

           MOVE DCL-SDF-ANNUAL-RENT TO WS-AMT-DSP.
           MOVE SPACES TO SDBRENT-RECORD.
           IF DCL-SDA-DRILL-SCHEDULED
               STRING WS-NUM-DSP      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BRANCH  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BOX-NO  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-ACCNO   DELIMITED BY SIZE
                      '  BILLED '     DELIMITED BY SIZE
                      WS-AMT-DSP      DELIMITED BY SIZE
                      '  DRILLING CANCELLED' DELIMITED BY SIZE
                 INTO SDBRENT-RECORD
           ELSE
               STRING WS-NUM-DSP      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BRANCH  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-BOX-NO  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      DCL-SDA-ACCNO   DELIMITED BY SIZE
                      '  BILLED '     DELIMITED BY SIZE
                      WS-AMT-DSP      DELIMITED BY SIZE
                 INTO SDBRENT-RECORD
           END-IF.
           WRITE SDBRENT-RECORD.

       COLLECT-RENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The rent could not be taken.  The due date is left where it
      * is, so tomorrow's run bills it again; the failure is counted
      * and the renter told the first time.  Past the grace days the
      * box goes on the drilling schedule - once.
      *-----------------------------------------------------------------
       P400-RENT-REFUSED.
           ADD 1 TO WS-UNPAID-COUNT.
           ADD 1 TO DCL-SDA-FAIL-COUNT.
           MOVE WS-TODAY-DATE TO DCL-SDA-LAST-FAIL-DTE.

           IF DCL-SDA-ACTIVE
               MOVE 'U' TO DCL-SDA-STATUS
           END-IF.

           EXEC SQL
                UPDATE BNKSDAGR
                   SET SDA_FAIL_COUNT    = :DCL-SDA-FAIL-COUNT,
                       SDA_LAST_FAIL_DTE = :DCL-SDA-LAST-FAIL-DTE,
                       SDA_STATUS        = :DCL-SDA-STATUS,
                       SDA_UPDATED_TS    = CURRENT TIMESTAMP
                 WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO RENT-REFUSED-EXIT
           END-IF.

           MOVE DCL-SDF-ANNUAL-RENT TO WS-AMT-DSP.
           MOVE SPACES TO SDBRENT-RECORD.
           STRING WS-NUM-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDA-BRANCH  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDA-BOX-NO  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDA-ACCNO   DELIMITED BY SIZE
                  '  UNPAID '     DELIMITED BY SIZE
                  WS-AMT-DSP      DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  WS-REASON       DELIMITED BY '  '
             INTO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           IF DCL-SDA-FAIL-COUNT = 1
               MOVE 'SDBRENTF' TO WS-ALERT-TAG
               PERFORM P480-NOTIFY-RENTER THRU NOTIFY-RENTER-EXIT
           END-IF.

           IF WS-PAST-GRACE = 'Y' AND NOT DCL-SDA-DRILL-SCHEDULED
               PERFORM P450-SCHEDULE-DRILLING THRU
                       SCHEDULE-DRILLING-EXIT
           END-IF.

       RENT-REFUSED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * On the drilling schedule with the year's rent as the arrears.
      * A box taken off the schedule once before reuses its row.
      *-----------------------------------------------------------------
       P450-SCHEDULE-DRILLING.
           MOVE DCL-SDA-AGREEMENT   TO DCL-SDD-AGREEMENT.
           MOVE DCL-SDA-BRANCH      TO DCL-SDD-BRANCH.
           MOVE DCL-SDA-BOX-NO      TO DCL-SDD-BOX-NO.
           MOVE 'S'                 TO DCL-SDD-STATUS.
           MOVE WS-TODAY-DATE       TO DCL-SDD-SCHED-DTE
                                       DCL-SDD-STATUS-DTE.
           MOVE DCL-SDF-ANNUAL-RENT TO DCL-SDD-ARREARS.
           MOVE 'BATCH'             TO DCL-SDD-STATUS-BY.

           EXEC SQL
                UPDATE BNKSDDRL
                   SET SDD_STATUS     = :DCL-SDD-STATUS,
                       SDD_SCHED_DTE  = :DCL-SDD-SCHED-DTE,
                       SDD_ARREARS    = :DCL-SDD-ARREARS,
                       SDD_STATUS_DTE = :DCL-SDD-STATUS-DTE,
                       SDD_STATUS_BY  = :DCL-SDD-STATUS-BY
                 WHERE SDD_AGREEMENT = :DCL-SDD-AGREEMENT
                   AND SDD_STATUS    = 'P'
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                    INSERT INTO BNKSDDRL (
                      SDD_AGREEMENT,
                      SDD_BRANCH,
                      SDD_BOX_NO,
                      SDD_STATUS,
                      SDD_SCHED_DTE,
                      SDD_ARREARS,
                      SDD_CASH,
                      SDD_STATUS_DTE,
                      SDD_STATUS_BY
                    ) VALUES (
                      :DCL-SDD-AGREEMENT,
                      :DCL-SDD-BRANCH,
                      :DCL-SDD-BOX-NO,
                      :DCL-SDD-STATUS,
                      :DCL-SDD-SCHED-DTE,
                      :DCL-SDD-ARREARS,
                      0,
                      :DCL-SDD-STATUS-DTE,
                      :DCL-SDD-STATUS-BY)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO SCHEDULE-DRILLING-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKSDAGR
                   SET SDA_STATUS     = 'S',
                       SDA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO SCHEDULE-DRILLING-EXIT
           END-IF.

           ADD 1 TO WS-DRILL-COUNT.

           MOVE SPACES TO SDBRENT-RECORD.
           STRING WS-NUM-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDA-BRANCH  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDA-BOX-NO  DELIMITED BY SIZE
                  '  SCHEDULED FOR DRILLING - DUE ' DELIMITED BY SIZE
                  DCL-SDA-NEXT-DUE-DTE DELIMITED BY SIZE
             INTO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           MOVE 'SDBDRILL' TO WS-ALERT-TAG.
           PERFORM P480-NOTIFY-RENTER THRU NOTIFY-RENTER-EXIT.

       SCHEDULE-DRILLING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The renter's notice - same DBANK02P lookup and DBANK20P
      * queueing the other notices use; the account holder is the
      * renter the rent is billed to.  A failure here is skipped,
      * never allowed to fail the run.
      *-----------------------------------------------------------------
       P480-NOTIFY-RENTER.
           IF DCL-BAC-PID = SPACES
               GO TO NOTIFY-RENTER-EXIT
           END-IF.

           MOVE DCL-BAC-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-SEND-EMAIL IS EQUAL TO 'Y' AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES              TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-BAC-PID         TO CD20I-PID
               MOVE CD02O-EMAIL         TO CD20I-EMAIL
               MOVE DCL-SDA-ACCNO       TO CD20I-FROM-ACC
               MOVE SPACES              TO CD20I-TO-ACC
               MOVE DCL-SDF-ANNUAL-RENT TO CD20I-AMOUNT
               MOVE WS-ALERT-TAG        TO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
           END-IF.

       NOTIFY-RENTER-EXIT.
           EXIT.

       P500-WRITE-TOTALS.
           MOVE SPACES TO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           MOVE WS-BILLED-COUNT TO WS-CNT-DSP.
           MOVE WS-BILLED-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO SDBRENT-RECORD.
           STRING 'AGREEMENTS BILLED:    ' DELIMITED BY SIZE
                  WS-CNT-DSP               DELIMITED BY SIZE
                  '  TOTAL: '              DELIMITED BY SIZE
                  WS-TOT-DSP               DELIMITED BY SIZE
             INTO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           MOVE WS-UNPAID-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SDBRENT-RECORD.
           STRING 'AGREEMENTS UNPAID:    ' DELIMITED BY SIZE
                  WS-CNT-DSP               DELIMITED BY SIZE
             INTO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

           MOVE WS-DRILL-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SDBRENT-RECORD.
           STRING 'SCHEDULED FOR DRILLING:' DELIMITED BY SIZE
                  WS-CNT-DSP               DELIMITED BY SIZE
             INTO SDBRENT-RECORD.
           WRITE SDBRENT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSDBX02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole night's billing as one unit of work, or roll
      * it all back if any part of it failed.
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
      * with this run's control totals.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'SDBRENT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'SDBRENT' TO CD37I-JOB.
           MOVE WS-AGR-COUNT TO CD37I-ROWS-READ.
           MOVE WS-BILLED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-UNPAID-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-BILLED-TOTAL TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
