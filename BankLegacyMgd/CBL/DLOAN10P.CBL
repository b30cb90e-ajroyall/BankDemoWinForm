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
001300* Program:     DLOAN10P.CBL                                    *
001400* Function:    Month-end loan-loss provisioning (expected      *
001500*              credit loss).  Every loan still owing - and     *
001600*              every loan that carried a provision last month  *
001700*              - is staged performing, under watch or          *
001800*              impaired from its DLOAN01P BNKCOLL arrears case *
001900*              (bucket and days past due), the write-off       *
002000*              history DLOAN02P records against the loan and   *
002100*              its borrower, and its DLOAN06P-style collateral *
002200*              cover.  The stage rate - held on BNKPARM and    *
002300*              maintained through DPARM01P - is applied to the *
002400*              outstanding less the collateral counted against *
002500*              it, and the loan's provision and its movement   *
002600*              on the prior month are stored on BNKLNPRV.  The *
002700*              net charge or release against what the GL       *
002800*              already carries goes to the DGLJN01P journal as *
002900*              one balanced entry.  A rerun of the same month  *
003000*              replaces that month's rows and journals only    *
003100*              the difference.  Runs in the month-end leg;     *
003200*              logs through DBANK37P.                          *
003300*              SQL version - standalone batch step, connects   *
003400*              and disconnects itself.                         *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLOAN10P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVRPT.
       01  PROVRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-LOAN-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\LOANPROV.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-LTV-PCT                        PIC S9(5)V99 COMP-3.
           05  WS-COUNTED-COVER                  PIC S9(9)V99 COMP-3.
           05  WS-NET-CHARGE                     PIC S9(9)V99 COMP-3.
           05  WS-OUT-DSP                        PIC -(6)9.99.
           05  WS-COVER-DSP                      PIC -(8)9.99.
           05  WS-EXP-DSP                        PIC -(6)9.99.
           05  WS-RATE-DSP                       PIC ZZ9.99.
           05  WS-PROV-DSP                       PIC -(6)9.99.
           05  WS-MOVE-DSP                       PIC -(6)9.99.
           05  WS-DPD-DSP                        PIC ZZZZ9.
           05  WS-TOTAL-DSP                      PIC -(9)9.99.
           05  WS-COUNT-DSP                      PIC ZZZZZZ9.
           05  WS-SUB-ERRMSG                     PIC X(65).

      *-----------------------------------------------------------------
      * The provisioning policy - the rate each stage carries, the
      * share of collateral value counted against the outstanding,
      * and the LTV over which a loan in arrears is put under watch.
      * Held on BNKPARM so finance can change them through the
      * parameters screen; these are the values used until a row
      * is in force.
      *-----------------------------------------------------------------
       01  WS-PROVISION-POLICY.
           05  WS-RATE-PERFORMING                PIC S9(7)V99 COMP-3
                                                  VALUE +1.00.
           05  WS-RATE-WATCH                     PIC S9(7)V99 COMP-3
                                                  VALUE +10.00.
           05  WS-RATE-IMPAIRED                  PIC S9(7)V99 COMP-3
                                                  VALUE +50.00.
           05  WS-COVER-PCT                      PIC S9(7)V99 COMP-3
                                                  VALUE +70.00.
           05  WS-WATCH-LTV                      PIC S9(7)V99 COMP-3
                                                  VALUE +80.00.

      *-----------------------------------------------------------------
      * The GL pair the net movement books to - the allowance sits
      * against loans receivable, the charge in impairment expense.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-LOAN-LOSS-ALLOWANCE            PIC 9(5) VALUE 12900.
           05  GL-IMPAIRMENT-EXPENSE             PIC 9(5) VALUE 52100.

      *-----------------------------------------------------------------
      * Stage totals for the report trailer - 1 performing, 2 under
      * watch, 3 impaired.
      *-----------------------------------------------------------------
       01  WS-STAGE-TOTALS.
           05  WS-STAGE-SUB                      PIC S9(4) COMP.
           05  WS-STAGE-ENTRY                    OCCURS 3 TIMES.
               10  WS-STAGE-COUNT                PIC S9(7) COMP-3.
               10  WS-STAGE-PROVISION            PIC S9(9)V99 COMP-3.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
       01  WS-RLG-AMOUNT                         PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.

           COPY CBANKVC37.
           COPY CGLJN01.
           COPY CPARM01.

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLV
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSLVX.
           COPY CBANKSACX.

       01  WS-PROV-MONTH                         PIC X(7).
       01  WS-PRIOR-MONTH                        PIC X(7).
       01  WS-RERUN-COUNT                        PIC S9(7) COMP-3.
       01  WS-BOOKED-TOTAL                       PIC S9(9)V99 COMP-3.
       01  WS-PROVISION-TOTAL                    PIC S9(9)V99 COMP-3.
       01  WS-COVER-VALUE                        PIC S9(9)V99 COMP-3.
       01  WS-CASE-DPD                           PIC S9(5) COMP-3.
       01  WS-CASE-BUCKET                        PIC X(1).
       01  WS-CASE-COUNT                         PIC S9(4) COMP.
       01  WS-WO-LOAN-COUNT                      PIC S9(4) COMP.
       01  WS-WO-PID-COUNT                       PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBConnect does for   *
      * the interactive screens.                                      *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-PROVISION
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DLOAN10P - unable to connect, provisioning aborted'
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
      * Drive the run - the policy, what the GL already carries, one
      * pass over the loan book, then the balancing journal entry.
      * Revolving lines of credit ('R') are lending too, and are
      * staged and provisioned the same way.
      *=================================================================
       P100-RUN-PROVISION.
           MOVE ZERO TO WS-LOAN-COUNT WS-PROVISION-TOTAL.
           MOVE ZERO TO WS-STAGE-COUNT(1) WS-STAGE-PROVISION(1)
                        WS-STAGE-COUNT(2) WS-STAGE-PROVISION(2)
                        WS-STAGE-COUNT(3) WS-STAGE-PROVISION(3).

           PERFORM P110-BUILD-DATES.
           PERFORM P120-GET-POLICY.
           PERFORM P130-FIND-BOOKED.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           PERFORM P140-OPEN-REPORT.

           EXEC SQL
                DECLARE LPV_CSR CURSOR FOR
                SELECT BAC_ACCNO,
                       BAC_PID,
                       BAC_BALANCE
                FROM BNKACC
                WHERE BAC_ACCTYPE IN ('L', 'R')
                  AND (BAC_BALANCE < 0
                       OR BAC_ACCNO IN
                          (SELECT LPV_LOAN_ACC
                             FROM BNKLNPRV
                            WHERE LPV_MONTH     = :WS-PRIOR-MONTH
                              AND LPV_PROVISION > 0))
                ORDER BY BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LPV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-LOOP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE LPV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-JOURNAL-MOVEMENT
           END-IF.

           PERFORM P400-WRITE-TOTALS.

           CLOSE PROVRPT.

           DISPLAY 'DLOAN10P - provisioning complete, loans: '
                   WS-LOAN-COUNT ' net charge: ' WS-NET-CHARGE.

       P100-EXIT.
           EXIT.

       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE WS-RUN-DATE(1:7) TO WS-PROV-MONTH.

       P120-GET-POLICY.
           MOVE 'ECLRATEPERF'      TO PARM01I-NAME.
           MOVE WS-RATE-PERFORMING TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-RATE-PERFORMING.

           MOVE 'ECLRATEWATCH'     TO PARM01I-NAME.
           MOVE WS-RATE-WATCH      TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-RATE-WATCH.

           MOVE 'ECLRATEIMPR'      TO PARM01I-NAME.
           MOVE WS-RATE-IMPAIRED   TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-RATE-IMPAIRED.

           MOVE 'ECLCOVERPCT'      TO PARM01I-NAME.
           MOVE WS-COVER-PCT       TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-COVER-PCT.

           MOVE 'ECLWATCHLTV'      TO PARM01I-NAME.
           MOVE WS-WATCH-LTV       TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-WATCH-LTV.

      *    The caller has set the name and the default value; the
      *    value in force (or the default, untouched) comes back in
      *    PARM01I-VALUE.
       P125-GET-PARM.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * What the allowance account already holds: last month-end's
      * rows on a first run, this month's own rows on a rerun (which
      * are then cleared to be written again).  The journal books
      * only the difference, so a rerun never double-counts.
      *-----------------------------------------------------------------
       P130-FIND-BOOKED.
           EXEC SQL
                SELECT COALESCE(MAX(LPV_MONTH), ' ')
                  INTO :WS-PRIOR-MONTH
                  FROM BNKLNPRV
                 WHERE LPV_MONTH < :WS-PROV-MONTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(LPV_PROVISION), 0)
                  INTO :WS-RERUN-COUNT, :WS-BOOKED-TOTAL
                  FROM BNKLNPRV
                 WHERE LPV_MONTH = :WS-PROV-MONTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-RERUN-COUNT > ZERO
               DISPLAY 'DLOAN10P - ' WS-PROV-MONTH
                       ' already provisioned, replacing it'

               EXEC SQL
                    DELETE FROM BNKLNPRV
                     WHERE LPV_MONTH = :WS-PROV-MONTH
               END-EXEC

               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    SELECT COALESCE(SUM(LPV_PROVISION), 0)
                      INTO :WS-BOOKED-TOTAL
                      FROM BNKLNPRV
                     WHERE LPV_MONTH = :WS-PRIOR-MONTH
               END-EXEC

               PERFORM P800-ERROR-CHECK
           END-IF.

       P140-OPEN-REPORT.
           OPEN OUTPUT PROVRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DLOAN10P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES TO PROVRPT-RECORD
               STRING 'LOAN-LOSS PROVISION - MONTH END '
                          DELIMITED BY SIZE
                      WS-PROV-MONTH DELIMITED BY SIZE
                      ' - RUN OF ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                 INTO PROVRPT-RECORD
               WRITE PROVRPT-RECORD

               MOVE SPACES TO PROVRPT-RECORD
               STRING 'LOAN A/C  PID   S REASON             DPD '
                      'OUTSTANDING          COVER    EXPOSURE   RATE '
                      '  PROVISION    MOVEMENT'
                          DELIMITED BY SIZE
                 INTO PROVRPT-RECORD
               WRITE PROVRPT-RECORD
           END-IF.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH LPV_CSR
                INTO :DCL-BAC-ACCNO,
                     :DCL-BAC-PID,
                     :DCL-BAC-BALANCE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-PROVIDE-ONE-LOAN
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One loan - gather what the book already says about it, stage
      * it, price it and store the row.
      *-----------------------------------------------------------------
       P220-PROVIDE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.

           MOVE SPACES        TO DCLLNPRV.
           MOVE WS-PROV-MONTH TO DCL-LPV-MONTH.
           MOVE DCL-BAC-ACCNO TO DCL-LPV-LOAN-ACC.
           MOVE DCL-BAC-PID   TO DCL-LPV-PID.

           IF DCL-BAC-BALANCE IS LESS THAN ZERO
               COMPUTE DCL-LPV-OUTSTANDING = DCL-BAC-BALANCE * -1
           ELSE
               MOVE ZERO TO DCL-LPV-OUTSTANDING
           END-IF.

           PERFORM P230-GATHER-FACTS.
           PERFORM P240-STAGE-LOAN.
           PERFORM P250-PRICE-LOAN.
           PERFORM P260-SAVE-PROVISION.
           PERFORM P270-REPORT-LOAN.

      *-----------------------------------------------------------------
      * The live arrears case (DLOAN01P keeps at most one open or
      * promised per loan), the write-offs DLOAN02P has escalated
      * against this loan and against the borrower's other loans,
      * and the active collateral cover on the registry.
      *-----------------------------------------------------------------
       P230-GATHER-FACTS.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(MAX(COL_DAYS_PAST_DUE), 0),
                       COALESCE(MAX(COL_BUCKET), ' ')
                  INTO :WS-CASE-COUNT,
                       :WS-CASE-DPD,
                       :WS-CASE-BUCKET
                  FROM BNKCOLL
                 WHERE COL_LOAN_ACC = :DCL-BAC-ACCNO
                   AND COL_STATUS IN ('O', 'P')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-WO-LOAN-COUNT
                  FROM BNKCOLL
                 WHERE COL_LOAN_ACC = :DCL-BAC-ACCNO
                   AND COL_STATUS   = 'W'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-WO-PID-COUNT
                  FROM BNKCOLL
                 WHERE COL_PID       = :DCL-BAC-PID
                   AND COL_LOAN_ACC <> :DCL-BAC-ACCNO
                   AND COL_STATUS    = 'W'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(CLT_VALUE), 0)
                  INTO :WS-COVER-VALUE
                  FROM BNKCLTRL
                 WHERE CLT_LOAN_ACC = :DCL-BAC-ACCNO
                   AND CLT_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-CASE-DPD    TO DCL-LPV-DAYS-PAST-DUE.
           MOVE WS-CASE-BUCKET TO DCL-LPV-BUCKET.
           MOVE WS-COVER-VALUE TO DCL-LPV-COVER.

           MOVE ZERO TO WS-LTV-PCT.
           IF WS-COVER-VALUE IS GREATER THAN ZERO
               COMPUTE WS-LTV-PCT ROUNDED =
                   DCL-LPV-OUTSTANDING / WS-COVER-VALUE * 100
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV-PCT
               END-COMPUTE
           END-IF.

      *-----------------------------------------------------------------
      * Impaired: written off, or 90 days and over.  Under watch:
      * 30 to 89 days, a borrower with a write-off on another loan,
      * or any arrears on a loan the collateral no longer covers to
      * policy.  Everything else is performing.
      *-----------------------------------------------------------------
       P240-STAGE-LOAN.
           EVALUATE TRUE
               WHEN WS-WO-LOAN-COUNT > ZERO
                   SET DCL-LPV-IMPAIRED    TO TRUE
                   MOVE 'WRITTEN OFF'      TO DCL-LPV-REASON
               WHEN WS-CASE-COUNT > ZERO AND WS-CASE-BUCKET = '3'
                   SET DCL-LPV-IMPAIRED    TO TRUE
                   MOVE '90+ DAYS'         TO DCL-LPV-REASON
               WHEN WS-CASE-COUNT > ZERO AND
                    (WS-CASE-BUCKET = '1' OR WS-CASE-BUCKET = '2')
                   SET DCL-LPV-UNDER-WATCH TO TRUE
                   MOVE '30+ DAYS'         TO DCL-LPV-REASON
               WHEN WS-WO-PID-COUNT > ZERO
                   SET DCL-LPV-UNDER-WATCH TO TRUE
                   MOVE 'WRITE-OFF HIST'   TO DCL-LPV-REASON
               WHEN WS-CASE-COUNT > ZERO AND
                    (WS-COVER-VALUE IS NOT GREATER THAN ZERO OR
                     WS-LTV-PCT IS GREATER THAN WS-WATCH-LTV)
                   SET DCL-LPV-UNDER-WATCH TO TRUE
                   MOVE 'ARREARS LOW COVER' TO DCL-LPV-REASON
               WHEN WS-CASE-COUNT > ZERO
                   SET DCL-LPV-PERFORMING  TO TRUE
                   MOVE 'ARREARS UNDER 30' TO DCL-LPV-REASON
               WHEN OTHER
                   SET DCL-LPV-PERFORMING  TO TRUE
                   MOVE 'PERFORMING'       TO DCL-LPV-REASON
           END-EVALUATE.

      *-----------------------------------------------------------------
      * The counted share of the cover comes off the outstanding; the
      * stage rate applies to what is left.
      *-----------------------------------------------------------------
       P250-PRICE-LOAN.
           COMPUTE WS-COUNTED-COVER ROUNDED =
               WS-COVER-VALUE * WS-COVER-PCT / 100.

           IF WS-COUNTED-COVER IS NOT LESS THAN DCL-LPV-OUTSTANDING
               MOVE ZERO TO DCL-LPV-EXPOSURE
           ELSE
               COMPUTE DCL-LPV-EXPOSURE =
                   DCL-LPV-OUTSTANDING - WS-COUNTED-COVER
           END-IF.

           EVALUATE TRUE
               WHEN DCL-LPV-IMPAIRED
                   MOVE WS-RATE-IMPAIRED   TO DCL-LPV-RATE
               WHEN DCL-LPV-UNDER-WATCH
                   MOVE WS-RATE-WATCH      TO DCL-LPV-RATE
               WHEN OTHER
                   MOVE WS-RATE-PERFORMING TO DCL-LPV-RATE
           END-EVALUATE.

           COMPUTE DCL-LPV-PROVISION ROUNDED =
               DCL-LPV-EXPOSURE * DCL-LPV-RATE / 100.

           MOVE ZERO TO DCL-LPV-PRIOR-PROV.

           EXEC SQL
                SELECT LPV_PROVISION
                  INTO :DCL-LPV-PRIOR-PROV
                  FROM BNKLNPRV
                 WHERE LPV_MONTH    = :WS-PRIOR-MONTH
                   AND LPV_LOAN_ACC = :DCL-LPV-LOAN-ACC
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO DCL-LPV-PRIOR-PROV
               PERFORM P800-ERROR-CHECK
           END-IF.

           COMPUTE DCL-LPV-MOVEMENT =
               DCL-LPV-PROVISION - DCL-LPV-PRIOR-PROV.

       P260-SAVE-PROVISION.
           EXEC SQL
                INSERT INTO BNKLNPRV (
                  LPV_MONTH,
                  LPV_LOAN_ACC,
                  LPV_PID,
                  LPV_STAGE,
                  LPV_REASON,
                  LPV_DAYS_PAST_DUE,
                  LPV_BUCKET,
                  LPV_OUTSTANDING,
                  LPV_COVER,
                  LPV_EXPOSURE,
                  LPV_RATE,
                  LPV_PROVISION,
                  LPV_PRIOR_PROV,
                  LPV_MOVEMENT,
                  LPV_CREATED_TS
                ) VALUES (
                  :DCL-LPV-MONTH,
                  :DCL-LPV-LOAN-ACC,
                  :DCL-LPV-PID,
                  :DCL-LPV-STAGE,
                  :DCL-LPV-REASON,
                  :DCL-LPV-DAYS-PAST-DUE,
                  :DCL-LPV-BUCKET,
                  :DCL-LPV-OUTSTANDING,
                  :DCL-LPV-COVER,
                  :DCL-LPV-EXPOSURE,
                  :DCL-LPV-RATE,
                  :DCL-LPV-PROVISION,
                  :DCL-LPV-PRIOR-PROV,
                  :DCL-LPV-MOVEMENT,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-LPV-STAGE TO WS-STAGE-SUB.
           ADD 1                 TO WS-STAGE-COUNT(WS-STAGE-SUB).
           ADD DCL-LPV-PROVISION TO WS-STAGE-PROVISION(WS-STAGE-SUB).
           ADD DCL-LPV-PROVISION TO WS-PROVISION-TOTAL.

       P270-REPORT-LOAN.
           MOVE DCL-LPV-DAYS-PAST-DUE TO WS-DPD-DSP.
           MOVE DCL-LPV-OUTSTANDING   TO WS-OUT-DSP.
           MOVE DCL-LPV-COVER         TO WS-COVER-DSP.
           MOVE DCL-LPV-EXPOSURE      TO WS-EXP-DSP.
           MOVE DCL-LPV-RATE          TO WS-RATE-DSP.
           MOVE DCL-LPV-PROVISION     TO WS-PROV-DSP.
           MOVE DCL-LPV-MOVEMENT      TO WS-MOVE-DSP.

           MOVE SPACES TO PROVRPT-RECORD.
           STRING DCL-LPV-LOAN-ACC   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DCL-LPV-PID        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DCL-LPV-STAGE      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DCL-LPV-REASON     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-DPD-DSP         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-OUT-DSP         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-COVER-DSP       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EXP-DSP         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RATE-DSP        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PROV-DSP        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MOVE-DSP        DELIMITED BY SIZE
             INTO PROVRPT-RECORD.
           WRITE PROVRPT-RECORD.

      *=================================================================
      * The month's net movement to the GL - a charge when the book
      * needs more allowance than the GL holds, a release when it
      * needs less.  One balanced DGLJN01P entry, referenced to the
      * month so finance can tie it to the BNKLNPRV rows behind it.
      *=================================================================
       P300-JOURNAL-MOVEMENT.
           COMPUTE WS-NET-CHARGE =
               WS-PROVISION-TOTAL - WS-BOOKED-TOTAL.

           IF WS-NET-CHARGE = ZERO
               GO TO P300-EXIT
           END-IF.

           MOVE SPACES     TO GLJN01-DATA WS-SUB-ERRMSG.
           MOVE 'DLOAN10P' TO GLJN01I-SOURCE.
           MOVE 'P'        TO GLJN01I-CATEGORY.
           STRING 'LLP ' DELIMITED BY SIZE
                  WS-PROV-MONTH DELIMITED BY SIZE
             INTO GLJN01I-REF.

           IF WS-NET-CHARGE IS GREATER THAN ZERO
               MOVE GL-IMPAIRMENT-EXPENSE  TO GLJN01I-DR-ACCOUNT
               MOVE GL-LOAN-LOSS-ALLOWANCE TO GLJN01I-CR-ACCOUNT
               MOVE WS-NET-CHARGE          TO GLJN01I-AMOUNT
           ELSE
               MOVE GL-LOAN-LOSS-ALLOWANCE TO GLJN01I-DR-ACCOUNT
               MOVE GL-IMPAIRMENT-EXPENSE  TO GLJN01I-CR-ACCOUNT
               COMPUTE GLJN01I-AMOUNT = WS-NET-CHARGE * -1
           END-IF.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DLOAN10P - journal failed: ' WS-SUB-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

           MOVE GLJN01I-AMOUNT TO WS-RLG-AMOUNT.

       P300-EXIT.
           EXIT.

       P400-WRITE-TOTALS.
           IF NOT WS-RPT-OK
               GO TO P400-EXIT
           END-IF.

           MOVE SPACES TO PROVRPT-RECORD.
           WRITE PROVRPT-RECORD.

           PERFORM P410-WRITE-STAGE-TOTAL
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 3.

           MOVE WS-PROVISION-TOTAL TO WS-TOTAL-DSP.
           MOVE SPACES TO PROVRPT-RECORD.
           STRING 'TOTAL PROVISION          ' DELIMITED BY SIZE
                  WS-TOTAL-DSP DELIMITED BY SIZE
             INTO PROVRPT-RECORD.
           WRITE PROVRPT-RECORD.

           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-DSP.
           MOVE SPACES TO PROVRPT-RECORD.
           STRING 'ALLOWANCE ALREADY BOOKED ' DELIMITED BY SIZE
                  WS-TOTAL-DSP DELIMITED BY SIZE
             INTO PROVRPT-RECORD.
           WRITE PROVRPT-RECORD.

           MOVE WS-NET-CHARGE TO WS-TOTAL-DSP.
           MOVE SPACES TO PROVRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               STRING 'RUN FAILED - NOTHING JOURNALLED, ROWS ROLLED '
                      'BACK' DELIMITED BY SIZE
                 INTO PROVRPT-RECORD
           ELSE
               STRING 'NET CHARGE (RELEASE -)   ' DELIMITED BY SIZE
                      WS-TOTAL-DSP DELIMITED BY SIZE
                 INTO PROVRPT-RECORD
           END-IF.
           WRITE PROVRPT-RECORD.

       P400-EXIT.
           EXIT.

       P410-WRITE-STAGE-TOTAL.
           MOVE WS-STAGE-COUNT(WS-STAGE-SUB)     TO WS-COUNT-DSP.
           MOVE WS-STAGE-PROVISION(WS-STAGE-SUB) TO WS-TOTAL-DSP.

           MOVE SPACES TO PROVRPT-RECORD.
           EVALUATE WS-STAGE-SUB
               WHEN 1
                   STRING 'STAGE 1 PERFORMING  ' DELIMITED BY SIZE
                     INTO PROVRPT-RECORD
               WHEN 2
                   STRING 'STAGE 2 UNDER WATCH ' DELIMITED BY SIZE
                     INTO PROVRPT-RECORD
               WHEN OTHER
                   STRING 'STAGE 3 IMPAIRED    ' DELIMITED BY SIZE
                     INTO PROVRPT-RECORD
           END-EVALUATE.

           MOVE WS-COUNT-DSP TO PROVRPT-RECORD(21:7).
           MOVE WS-TOTAL-DSP TO PROVRPT-RECORD(30:13).
           WRITE PROVRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DLOAN10P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the month's rows and the journal entry together, or
      * roll both back - the allowance on BNKLNPRV and the GL must
      * never disagree.
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
           MOVE 'LOANPROV' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'LOANPROV' TO CD37I-JOB.
           MOVE WS-LOAN-COUNT TO CD37I-ROWS-READ.
           MOVE WS-LOAN-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-RLG-AMOUNT TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
