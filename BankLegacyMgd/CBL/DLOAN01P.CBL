002800*              same BNKMAILQ pipeline DBANK20P's transfer       *
002900*              alerts ride, stage-tagged so the dispatcher can  *
003000*              word it.  A case whose order is collecting       *
003100*              cleanly again is marked cured.  Revolving lines  *
      *              of credit feed the same cases: DLINE02P keeps a  *
      *              line's unpaid minimum as LIN_PAST_DUE, aged here *
      *              from the first missed due date, and the case     *
      *              cures once the line is current again.            *
      *              When a case ages into a serious-arrears bucket   *
      *              (BNKPARM GUARNOTBKT, the 60-day bucket unless    *
      *              set) every live guarantor on the loan is told    *
      *              once, through DGUAR01P.                          *
003200*              DLOAN02P's worklist is the officer's side of     *
      *              these cases.                                     *
003300*              SQL version - standalone batch step, connects    *
003400*              and disconnects itself.                          *
003500*****************************************************************
                                                  VALUE 3.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LINE-READ-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-AGED-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CURED-COUNT                    PIC S9(7) COMP-3
           05  WS-OLD-LETTER-STAGE               PIC X(1).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-GUAR-NOTE-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-GUAR-ERRMSG                    PIC X(65).
           05  WS-GUAR-GOODMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
      *-----------------------------------------------------------------
      * The bucket from which a loan's guarantors are told - site-
      * tunable through BNKPARM GUARNOTBKT.
      *-----------------------------------------------------------------
           05  WS-GUAR-BUCKET                    PIC 9(1) VALUE 2.
           05  WS-GUAR-BUCKET-X REDEFINES WS-GUAR-BUCKET
                                                 PIC X(1).

           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CPARM01.
           COPY CGUAR01.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLN
           END-EXEC.

           COPY CBANKSCOX.
           COPY CBANKSSOX.
           COPY CBANKSACX.
           COPY CBANKSLNX.

       01  WS-RUN-DATE                           PIC X(10).

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-AGING
               PERFORM P400-RUN-LINE-AGING
               PERFORM P600-CURE-RECOVERED-CASES
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
           MOVE ZERO TO WS-LETTER-COUNT.

           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P120-LOAD-PARMS.

           EXEC SQL
                DECLARE COL_CSR CURSOR FOR
           DISPLAY 'DLOAN01P - collections aging complete, read: '
                   WS-READ-COUNT ' aged: ' WS-AGED-COUNT
                   ' cured: ' WS-CURED-COUNT
                   ' letters: ' WS-LETTER-COUNT
                   ' guarantor notices: ' WS-GUAR-NOTE-COUNT.

      *-----------------------------------------------------------------
      * Today's date, in the same YYYY-MM-DD form the case dates are
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *-----------------------------------------------------------------
      * The guarantor-notice bucket from BNKPARM - the compiled value
      * stands when the parameter is missing or out of range.
      *-----------------------------------------------------------------
       P120-LOAD-PARMS.
           MOVE SPACES         TO PARM01-DATA.
           MOVE SPACES         TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET     TO TRUE.
           MOVE 'GUARNOTBKT'   TO PARM01I-NAME.
           MOVE WS-GUAR-BUCKET TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
              AND PARM01O-VALUE IS GREATER THAN ZERO
              AND PARM01O-VALUE IS NOT GREATER THAN 3
               MOVE PARM01O-VALUE TO WS-GUAR-BUCKET
           END-IF.

       P200-OPEN-CURSOR.
           EXEC SQL
                OPEN COL_CSR
       P220-AGE-ONE-LOAN.
           ADD 1 TO WS-READ-COUNT.

           MOVE DCL-STO-NEXT-RUN-DTE TO WS-DUE-DATE-X.
           PERFORM P225-COMPUTE-DAYS-PAST-DUE.

           MOVE WS-DAYS-PAST-DUE TO DCL-COL-DAYS-PAST-DUE.
               MOVE WS-LOAN-OUTSTANDING TO DCL-COL-ARREARS-AMT
           END-IF.

           MOVE DCL-STO-PID          TO DCL-COL-PID.
           MOVE DCL-STO-TO-ACC       TO DCL-COL-LOAN-ACC.
           MOVE DCL-STO-NEXT-RUN-DTE TO DCL-COL-FIRST-MISS-DTE.

           PERFORM P260-FILE-CASE.

      *-----------------------------------------------------------------
      * Bucket the sized arrears and bring the BNKCOLL case up to
      * date - shared by the loan and the line of credit passes.
      *-----------------------------------------------------------------
       P260-FILE-CASE.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE IS NOT LESS THAN 90
                   SET DCL-COL-90-DAY TO TRUE
                   SET DCL-COL-UNDER-30 TO TRUE
           END-EVALUATE.

           PERFORM P230-READ-EXISTING-CASE.

           IF WS-CASE-FOUND
               PERFORM P300-QUEUE-REMINDER-LETTER
           END-IF.

           IF DCL-COL-BUCKET IS NOT LESS THAN WS-GUAR-BUCKET-X
               PERFORM P320-NOTIFY-GUARANTORS
           END-IF.

           ADD 1 TO WS-AGED-COUNT.
           ADD DCL-COL-ARREARS-AMT TO WS-RLG-AMOUNT.

      *-----------------------------------------------------------------
      * Days past due on the 30/360 day-serial convention - built in
      * COBOL the way DBANK26P builds its dormancy cutoff, which is
      * all the precision the 30/60/90 buckets ask for.  The caller
      * sets WS-DUE-DATE-X to the oldest unpaid due date.
      *-----------------------------------------------------------------
       P225-COMPUTE-DAYS-PAST-DUE.

           COMPUTE WS-DUE-SERIAL =
               (WS-DUE-YYYY * 360) + (WS-DUE-MM * 30) + WS-DUE-DD.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Serious arrears - DGUAR01P tells every live guarantor on the
      * loan who has not been told yet, and stamps them so tomorrow's
      * run does not tell them again.  Like the letters, a problem
      * there is reported but never fails the run.
      *-----------------------------------------------------------------
       P320-NOTIFY-GUARANTORS.
           MOVE SPACES           TO GUAR01-DATA.
           MOVE SPACES           TO WS-GUAR-ERRMSG WS-GUAR-GOODMSG.
           SET GUAR01I-NOTIFY    TO TRUE.
           MOVE 'BATCH'          TO GUAR01I-USERID.
           MOVE DCL-COL-LOAN-ACC TO GUAR01I-LOAN-ACC.
           MOVE DCL-COL-ARREARS-AMT TO GUAR01I-AMOUNT.

           CALL 'DGUAR01P' USING BY REFERENCE GUAR01-DATA
                                 BY REFERENCE WS-GUAR-ERRMSG
                                 BY REFERENCE WS-GUAR-GOODMSG.

           IF WS-GUAR-ERRMSG NOT = SPACES
               DISPLAY 'DLOAN01P - guarantor notice failed '
                       DCL-COL-LOAN-ACC ': ' WS-GUAR-ERRMSG
           ELSE
               ADD GUAR01O-ITEM-COUNT TO WS-GUAR-NOTE-COUNT
           END-IF.

      *=================================================================
      * Line of credit pass - every line DLINE02P has left with an
      * unpaid minimum.  Days past due run from the first due date
      * missed (LIN_PAST_DUE_DTE, held until the line is current
      * again), the arrears are the unpaid minimums themselves, and
      * the missed count is DLINE02P's own.
      *=================================================================
       P400-RUN-LINE-AGING.
           EXEC SQL
                DECLARE LNC_CSR CURSOR FOR
                SELECT LIN.LIN_PID,
                       LIN.LIN_ACCNO,
                       LIN.LIN_PAST_DUE,
                       LIN.LIN_PAST_DUE_DTE,
                       LIN.LIN_MISSED_COUNT,
                       BAC.BAC_BALANCE
                FROM BNKLINE LIN,
                     BNKACC  BAC
                WHERE LIN.LIN_ACCNO = BAC.BAC_ACCNO
                  AND LIN.LIN_PAST_DUE > 0
                  AND LIN.LIN_PAST_DUE_DTE <> ' '
                ORDER BY LIN.LIN_PAST_DUE_DTE, LIN.LIN_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LNC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P410-FETCH-LINE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE LNC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           DISPLAY 'DLOAN01P - line of credit aging complete, read: '
                   WS-LINE-READ-COUNT.

       P410-FETCH-LINE.
           EXEC SQL
                FETCH LNC_CSR
                INTO :DCL-LIN-PID,
                     :DCL-LIN-ACCNO,
                     :DCL-LIN-PAST-DUE,
                     :DCL-LIN-PAST-DUE-DTE,
                     :DCL-LIN-MISSED-COUNT,
                     :DCL-BAC-BALANCE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P420-AGE-ONE-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P420-AGE-ONE-LINE.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-LINE-READ-COUNT.

           MOVE DCL-LIN-PAST-DUE-DTE TO WS-DUE-DATE-X.
           PERFORM P225-COMPUTE-DAYS-PAST-DUE.

           MOVE WS-DAYS-PAST-DUE TO DCL-COL-DAYS-PAST-DUE.

           MOVE DCL-LIN-MISSED-COUNT TO DCL-COL-MISSED-COUNT.
           IF DCL-COL-MISSED-COUNT IS LESS THAN 1
               MOVE 1 TO DCL-COL-MISSED-COUNT
           END-IF.

           MOVE DCL-LIN-PAST-DUE TO DCL-COL-ARREARS-AMT.

           COMPUTE WS-LOAN-OUTSTANDING = DCL-BAC-BALANCE * -1.

           IF WS-LOAN-OUTSTANDING IS LESS THAN ZERO
               MOVE ZERO TO WS-LOAN-OUTSTANDING
           END-IF.

           IF DCL-COL-ARREARS-AMT IS GREATER THAN WS-LOAN-OUTSTANDING
               MOVE WS-LOAN-OUTSTANDING TO DCL-COL-ARREARS-AMT
           END-IF.

           MOVE DCL-LIN-PID          TO DCL-COL-PID.
           MOVE DCL-LIN-ACCNO        TO DCL-COL-LOAN-ACC.
           MOVE DCL-LIN-PAST-DUE-DTE TO DCL-COL-FIRST-MISS-DTE.

           PERFORM P260-FILE-CASE.

      *=================================================================
      * Cure pass - any live case whose collection order is active and
      * back on a clean streak has caught up, so close the case out as
      * cured.  A line of credit is judged on its own billing instead
      * (a standing order paying into the line says nothing about its
      * minimum), and cures once DLINE02P shows nothing past due.
      * The worked history (letters, promises) stays behind on the
      * row.
      *=================================================================
       P600-CURE-RECOVERED-CASES.
           EXEC SQL
                          FROM BNKSTORD
                         WHERE STO_STATUS = 'A'
                           AND STO_FAIL_COUNT = 0)
                   AND COL_LOAN_ACC NOT IN
                       (SELECT LIN_ACCNO
                          FROM BNKLINE)
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P800-ERROR-CHECK
           END-IF.

           EXEC SQL
                UPDATE BNKCOLL
                   SET COL_STATUS     = 'C',
                       COL_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE COL_STATUS IN ('O', 'P')
                   AND COL_LOAN_ACC IN
                       (SELECT LIN_ACCNO
                          FROM BNKLINE
                         WHERE LIN_PAST_DUE = 0)
           END-EXEC.

           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WS-CURED-COUNT
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
