002100*              the account is closed through DBANK28P.  The     *
002200*              default run writes the candidate report only     *
002300*              and touches nothing.                             *
002310*              Bank drafts still outstanding on the BNKDRAFT    *
002320*              register past their own statutory period are     *
002330*              reported in a second section and, on a sweep,    *
002340*              turned over through DDRFT01P.                    *
002350*              Each candidate line carries the owner's returned *
002360*              mail on BNKRMAIL (count and latest return date)  *
002370*              as evidence the customer is lost, and the totals *
002380*              count the candidates with mail coming back.      *
      *              Safe-deposit contents drilled out for unpaid     *
      *              rent and held on BNKSDDRL unclaimed past their   *
      *              own period are reported in a third section and,  *
      *              on a sweep, turned over in kind through DSDBX01P *
      *              - the register is closed off and the box freed.  *
002400*              SQL version - standalone batch step, connects    *
002500*              and disconnects itself.                          *
002600*****************************************************************
      *-----------------------------------------------------------------
           05  WS-ESCHEAT-MONTHS                 PIC S9(3) COMP-3
                                                  VALUE +60.
      *-----------------------------------------------------------------
      * Unpresented bank drafts - thirty-six months from issue here;
      * adjust to the jurisdiction.
      *-----------------------------------------------------------------
           05  WS-DRAFT-ESCHEAT-MONTHS           PIC S9(3) COMP-3
                                                  VALUE +36.
      *-----------------------------------------------------------------
      * Drilled safe-deposit contents - twenty-four months from the
      * drilling here; adjust to the jurisdiction.
      *-----------------------------------------------------------------
           05  WS-BOX-ESCHEAT-MONTHS             PIC S9(3) COMP-3
                                                  VALUE +24.
           05  WS-CUTOFF-MONTHS                  PIC S9(3) COMP-3.
           05  WS-DRAFT-CAND-COUNT               PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DRAFT-SWEPT-COUNT              PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DRAFT-SWEPT-TOTAL              PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-BOX-CAND-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BOX-SWEPT-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BOX-CASH-TOTAL                 PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-NUM-DSP                        PIC 9(6).
           05  WS-AGR-DSP                        PIC 9(8).
           05  WS-CASH-DSP                       PIC -(7)9.99.
           05  WS-RUN-MODE                       PIC X(8) VALUE SPACES.
               88  WS-SWEEP-RUN                  VALUE 'SWEEP'.
           05  WS-CAND-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SWEPT-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LOST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RML-CNT-DSP                    PIC Z(4)9.
           05  WS-SWEPT-TOTAL                    PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-AMT-DSP                        PIC -(6)9.99.
           COPY CBANKVC6.
           COPY CBANKVC28.
           COPY CBANKVC37.
           COPY CDRFT01.
           COPY CSDBX01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXD
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSDFX.
           COPY CBANKSRMX.
           COPY CBANKSXDX.

       01  WS-HOST-CUTOFF                        PIC X(10).
       01  WS-HOST-DRAFT-CUTOFF                  PIC X(10).
       01  WS-HOST-BOX-CUTOFF                    PIC X(10).
       01  WS-RML-COUNT                          PIC S9(5) COMP-3.
       01  WS-RML-LAST-DTE                       PIC X(10).
       01  WS-RML-LAST-NULL                      PIC S9(4) COMP.

           COPY SQLCA.

           END-IF.
           WRITE ESCHRPT-RECORD.

           MOVE WS-ESCHEAT-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM P110-BUILD-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO WS-HOST-CUTOFF.

           EXEC SQL
                DECLARE ESC_CSR CURSOR FOR

           PERFORM P800-ERROR-CHECK.

           PERFORM P600-RUN-DRAFTS.

           PERFORM P700-RUN-BOXES.

           PERFORM P500-WRITE-TOTALS.

           CLOSE ESCHRPT.

       RUN-ESCHEAT-EXIT.
           DISPLAY 'DBANK71P - escheat run complete, candidates: '
                   WS-CAND-COUNT ' swept: ' WS-SWEPT-COUNT
                   ' drafts: ' WS-DRAFT-CAND-COUNT
                   ' turned over: ' WS-DRAFT-SWEPT-COUNT
                   ' boxes: ' WS-BOX-CAND-COUNT
                   ' turned over: ' WS-BOX-SWEPT-COUNT.

      *-----------------------------------------------------------------
      * Cutoff date, WS-CUTOFF-MONTHS back from today - built the
      * same way DBANK26P builds its dormancy cutoff, day of month
      * clamped to 28 so the string is always a real date.
      *-----------------------------------------------------------------

           COMPUTE WS-CUTOFF-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM
               - WS-CUTOFF-MONTHS.

           COMPUTE WS-CUTOFF-YYYY =
               (WS-CUTOFF-TOTAL-MONTHS - 1) / 12.
                  WS-CUTOFF-DD   DELIMITED BY SIZE
             INTO WS-CUTOFF-DATE.

       P210-FETCH-ACCOUNT.
           EXEC SQL
                FETCH ESC_CSR
       P220-PROCESS-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT.

           PERFORM P410-GET-RETURNED-MAIL.

           PERFORM P400-WRITE-REPORT-LINE.

           IF WS-SWEEP-RUN
           MOVE DCL-BAC-ACCNO TO CD28I-FROM-ACC.
           MOVE ZERO          TO CD28I-FROM-CUR-BAL.
           MOVE SPACES        TO CD28I-TO-ACC.
           SET CD28I-CLOSE-ESCHEATED TO TRUE.

           CALL 'DBANK28P' USING BY REFERENCE CD28-DATA.

                      WS-AMT-DSP    DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD
           END-IF.
           IF WS-RML-COUNT > ZERO
               MOVE WS-RML-COUNT TO WS-RML-CNT-DSP
               STRING '  RETURNED MAIL ' DELIMITED BY SIZE
                      WS-RML-CNT-DSP     DELIMITED BY SIZE
                      ' LAST '           DELIMITED BY SIZE
                      WS-RML-LAST-DTE    DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD(40:61)
           END-IF.
           WRITE ESCHRPT-RECORD.

      *-----------------------------------------------------------------
      * Lost-customer evidence - paper the post has sent back to the
      * owner, however long ago, and when the latest came back.
      *-----------------------------------------------------------------
       P410-GET-RETURNED-MAIL.
           MOVE DCL-BAC-PID TO DCL-RML-PID.
           MOVE ZERO        TO WS-RML-COUNT.
           MOVE SPACES      TO WS-RML-LAST-DTE.

           EXEC SQL
                SELECT COUNT(*), MAX(RML_RETURN_DTE)
                  INTO :WS-RML-COUNT,
                       :WS-RML-LAST-DTE :WS-RML-LAST-NULL
                  FROM BNKRMAIL
                 WHERE RML_PID = :DCL-RML-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-RML-COUNT > ZERO
               ADD 1 TO WS-LOST-COUNT
           END-IF.
           IF WS-RML-LAST-NULL < ZERO
               MOVE SPACES TO WS-RML-LAST-DTE
           END-IF.

       P500-WRITE-TOTALS.
           MOVE SPACES TO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-LOST-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
           STRING 'MAIL RETURNED:' DELIMITED BY SIZE
                  WS-CNT-DSP       DELIMITED BY SIZE
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-SWEPT-COUNT TO WS-CNT-DSP.
           MOVE WS-SWEPT-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-DRAFT-CAND-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
           STRING 'DRAFTS:       ' DELIMITED BY SIZE
                  WS-CNT-DSP       DELIMITED BY SIZE
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-DRAFT-SWEPT-COUNT TO WS-CNT-DSP.
           MOVE WS-DRAFT-SWEPT-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
           STRING 'DRAFTS OVER:  ' DELIMITED BY SIZE
                  WS-CNT-DSP       DELIMITED BY SIZE
                  '  TOTAL: '      DELIMITED BY SIZE
                  WS-TOT-DSP       DELIMITED BY SIZE
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-BOX-CAND-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
           STRING 'BOXES:        ' DELIMITED BY SIZE
                  WS-CNT-DSP       DELIMITED BY SIZE
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           MOVE WS-BOX-SWEPT-COUNT TO WS-CNT-DSP.
           MOVE WS-BOX-CASH-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO ESCHRPT-RECORD.
           STRING 'BOXES OVER:   ' DELIMITED BY SIZE
                  WS-CNT-DSP       DELIMITED BY SIZE
                  '  CASH:  '      DELIMITED BY SIZE
                  WS-TOT-DSP       DELIMITED BY SIZE
             INTO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

      *=================================================================
      * Bank drafts still outstanding on the BNKDRAFT register and
      * issued before their own cutoff - the payee never presented
      * them.  A sweep turns each one over through DDRFT01P, which
      * takes it off drafts outstanding and marks the register.
      *=================================================================
       P600-RUN-DRAFTS.
           MOVE WS-DRAFT-ESCHEAT-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM P110-BUILD-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO WS-HOST-DRAFT-CUTOFF.

           MOVE SPACES TO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.
           MOVE 'UNPRESENTED BANK DRAFTS' TO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           EXEC SQL
                DECLARE DRFE_CSR CURSOR FOR
                SELECT DRF_NUMBER, DRF_PAYEE, DRF_AMOUNT,
                       DRF_ISSUED_DTE
                FROM BNKDRAFT
                WHERE DRF_STATUS = 'O'
                  AND DRF_ISSUED_DTE < :WS-HOST-DRAFT-CUTOFF
                ORDER BY DRF_NUMBER
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DRFE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P610-FETCH-DRAFT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE DRFE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P610-FETCH-DRAFT.
           EXEC SQL
                FETCH DRFE_CSR
                INTO :DCL-DRF-NUMBER,
                     :DCL-DRF-PAYEE,
                     :DCL-DRF-AMOUNT,
                     :DCL-DRF-ISSUED-DTE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P620-PROCESS-DRAFT THRU PROCESS-DRAFT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P620-PROCESS-DRAFT.
           ADD 1 TO WS-DRAFT-CAND-COUNT.

           MOVE DCL-DRF-NUMBER TO WS-NUM-DSP.
           MOVE DCL-DRF-AMOUNT TO WS-AMT-DSP.

           MOVE SPACES TO ESCHRPT-RECORD.
           IF WS-SWEEP-RUN
               STRING WS-NUM-DSP          DELIMITED BY SIZE
                      '         '         DELIMITED BY SIZE
                      '  TURNED OVER '    DELIMITED BY SIZE
                      WS-AMT-DSP          DELIMITED BY SIZE
                      '  ISSUED '         DELIMITED BY SIZE
                      DCL-DRF-ISSUED-DTE  DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      DCL-DRF-PAYEE       DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD
           ELSE
               STRING WS-NUM-DSP          DELIMITED BY SIZE
                      '         '         DELIMITED BY SIZE
                      '  CANDIDATE   '    DELIMITED BY SIZE
                      WS-AMT-DSP          DELIMITED BY SIZE
                      '  ISSUED '         DELIMITED BY SIZE
                      DCL-DRF-ISSUED-DTE  DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      DCL-DRF-PAYEE       DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD
           END-IF.
           WRITE ESCHRPT-RECORD.

           IF NOT WS-SWEEP-RUN
               GO TO PROCESS-DRAFT-EXIT
           END-IF.

           MOVE SPACES TO DRFT01-DATA BANK-ERRMSG GOOD-ERRMSG.
           SET DRFT01I-ESCHEAT TO TRUE.
           MOVE 'BATCH'        TO DRFT01I-USERID.
           MOVE DCL-DRF-NUMBER TO DRFT01I-NUMBER.

           CALL 'DDRFT01P' USING BY REFERENCE DRFT01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DBANK71P - draft turnover failed for '
                       WS-NUM-DSP ' ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1 TO WS-DRAFT-SWEPT-COUNT
               ADD DCL-DRF-AMOUNT TO WS-DRAFT-SWEPT-TOTAL
           END-IF.

       PROCESS-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * Safe-deposit boxes drilled for unpaid rent whose contents are
      * still held under seal, unclaimed by any renter, since before
      * their own cutoff.  A sweep turns each one over through
      * DSDBX01P.  The contents - cash found included - go over in
      * kind under the envelope seal; nothing is posted to a ledger,
      * so the cash is totalled for the return but not as an amount
      * posted.
      *=================================================================
       P700-RUN-BOXES.
           MOVE WS-BOX-ESCHEAT-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM P110-BUILD-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO WS-HOST-BOX-CUTOFF.

           MOVE SPACES TO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.
           MOVE 'ABANDONED SAFE-DEPOSIT CONTENTS' TO ESCHRPT-RECORD.
           WRITE ESCHRPT-RECORD.

           EXEC SQL
                DECLARE SDDE_CSR CURSOR FOR
                SELECT SDD_AGREEMENT, SDD_BRANCH, SDD_BOX_NO,
                       SDD_CASH, SDD_DRILLED_DTE, SDD_SEAL_NO
                FROM BNKSDDRL
                WHERE SDD_STATUS = 'H'
                  AND SDD_DRILLED_DTE < :WS-HOST-BOX-CUTOFF
                ORDER BY SDD_AGREEMENT
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDDE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P710-FETCH-BOX
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE SDDE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P710-FETCH-BOX.
           EXEC SQL
                FETCH SDDE_CSR
                INTO :DCL-SDD-AGREEMENT,
                     :DCL-SDD-BRANCH,
                     :DCL-SDD-BOX-NO,
                     :DCL-SDD-CASH,
                     :DCL-SDD-DRILLED-DTE,
                     :DCL-SDD-SEAL-NO
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P720-PROCESS-BOX THRU PROCESS-BOX-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P720-PROCESS-BOX.
           ADD 1 TO WS-BOX-CAND-COUNT.

           MOVE DCL-SDD-AGREEMENT TO WS-AGR-DSP.
           MOVE DCL-SDD-CASH      TO WS-CASH-DSP.

           MOVE SPACES TO ESCHRPT-RECORD.
           IF WS-SWEEP-RUN
               STRING WS-AGR-DSP          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      DCL-SDD-BRANCH      DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      DCL-SDD-BOX-NO      DELIMITED BY SIZE
                      '  TURNED OVER '    DELIMITED BY SIZE
                      WS-CASH-DSP         DELIMITED BY SIZE
                      '  DRILLED '        DELIMITED BY SIZE
                      DCL-SDD-DRILLED-DTE DELIMITED BY SIZE
                      '  SEAL '           DELIMITED BY SIZE
                      DCL-SDD-SEAL-NO     DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD
           ELSE
               STRING WS-AGR-DSP          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      DCL-SDD-BRANCH      DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      DCL-SDD-BOX-NO      DELIMITED BY SIZE
                      '  CANDIDATE   '    DELIMITED BY SIZE
                      WS-CASH-DSP         DELIMITED BY SIZE
                      '  DRILLED '        DELIMITED BY SIZE
                      DCL-SDD-DRILLED-DTE DELIMITED BY SIZE
                      '  SEAL '           DELIMITED BY SIZE
                      DCL-SDD-SEAL-NO     DELIMITED BY SIZE
                 INTO ESCHRPT-RECORD
           END-IF.
           WRITE ESCHRPT-RECORD.

           IF NOT WS-SWEEP-RUN
               GO TO PROCESS-BOX-EXIT
           END-IF.

           MOVE SPACES TO SDBX01-DATA BANK-ERRMSG GOOD-ERRMSG.
           SET SDBX01I-ESCHEAT  TO TRUE.
           MOVE 'BATCH'         TO SDBX01I-USERID.
           MOVE DCL-SDD-AGREEMENT TO SDBX01I-AGREEMENT.
           MOVE ZERO            TO SDBX01I-SEQ SDBX01I-CASH.

           CALL 'DSDBX01P' USING BY REFERENCE SDBX01-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DBANK71P - box turnover failed for '
                       WS-AGR-DSP ' ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1 TO WS-BOX-SWEPT-COUNT
               ADD DCL-SDD-CASH TO WS-BOX-CASH-TOTAL
           END-IF.

       PROCESS-BOX-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ESCHEAT ' TO CD37I-JOB.
           COMPUTE CD37I-ROWS-READ =
               WS-CAND-COUNT + WS-DRAFT-CAND-COUNT + WS-BOX-CAND-COUNT.
           COMPUTE CD37I-ROWS-POSTED =
               WS-SWEPT-COUNT + WS-DRAFT-SWEPT-COUNT +
               WS-BOX-SWEPT-COUNT.
           COMPUTE CD37I-AMOUNT-POSTED =
               WS-SWEPT-TOTAL + WS-DRAFT-SWEPT-TOTAL.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
