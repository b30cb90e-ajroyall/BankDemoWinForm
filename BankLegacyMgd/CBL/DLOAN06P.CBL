001800*              collateral at all, when its LTV is over the      *
001900*              policy ceiling, or when its newest valuation     *
002000*              has gone stale (older than the revaluation       *
      *              horizon).  Live BNKGUAR guarantees (DGUAR01P)    *
      *              count as cover beside the collateral - a         *
      *              percentage guarantee at the loan's outstanding,  *
      *              shown in their own column - so a loan with no    *
      *              collateral but a guarantor is not unsecured.     *
002100*              Run monthly alongside the other                  *
002200*              month-end jobs; logs through DBANK37P into       *
002300*              BNKRUNLG like the other extracts.                *
002400*              SQL version - standalone batch step, connects    *
           05  WS-FLAG-TEXT                      PIC X(16).
           05  WS-OUT-DSP                        PIC -(6)9.99.
           05  WS-COVER-DSP                      PIC -(6)9.99.
           05  WS-GUAR-DSP                       PIC -(6)9.99.
           05  WS-LTV-DSP                        PIC ZZZZ9.99.

      *-----------------------------------------------------------------
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGR
           END-EXEC.

           COPY CBANKSCLX.
           COPY CBANKSACX.
           COPY CBANKSGRX.

       01  WS-COVER-VALUE                        PIC S9(9)V99 COMP-3.
       01  WS-GUAR-VALUE                         PIC S9(9)V99 COMP-3.
       01  WS-SECURED-VALUE                      PIC S9(9)V99 COMP-3.
       01  WS-OUT-HOST                           PIC S9(9)V99 COMP-3.
       01  WS-NEWEST-VAL-DATE                    PIC X(10).
       01  WS-CUTOFF-DATE                        PIC X(10).


               MOVE SPACES TO LTVRPT-RECORD
               STRING 'LOAN A/C  PID       OUTSTANDING '
                      '      COVER GUARANTEED   LTV PCT NEWEST VAL '
                      'FLAG'
                          DELIMITED BY SIZE
                 INTO LTVRPT-RECORD
               WRITE LTVRPT-RECORD

           PERFORM P800-ERROR-CHECK.

      *    Guarantee cover - a fixed amount as registered, a
      *    percentage at today's outstanding, neither past the debt.
           MOVE DCL-BAC-ACCNO  TO DCL-GUA-LOAN-ACC.
           MOVE WS-OUTSTANDING TO WS-OUT-HOST.
           MOVE ZERO           TO WS-GUAR-VALUE.

           EXEC SQL
                SELECT COALESCE(SUM(
                         CASE WHEN GUA_AMOUNT > 0
                              THEN GUA_AMOUNT
                              ELSE :WS-OUT-HOST * GUA_PCT / 100
                         END), 0)
                  INTO :WS-GUAR-VALUE
                  FROM BNKGUAR
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                   AND GUA_STATUS   = 'A'
                   AND (GUA_EXPIRY = ' ' OR GUA_EXPIRY >= :WS-RUN-DATE)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-GUAR-VALUE IS GREATER THAN WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-GUAR-VALUE
           END-IF.

           COMPUTE WS-SECURED-VALUE = WS-COVER-VALUE + WS-GUAR-VALUE.

           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE ZERO   TO WS-LTV-PCT.

           EVALUATE TRUE
               WHEN WS-SECURED-VALUE IS NOT GREATER THAN ZERO
                   MOVE 'NO COLLATERAL   ' TO WS-FLAG-TEXT
               WHEN OTHER
                   COMPUTE WS-LTV-PCT ROUNDED =
                       WS-OUTSTANDING / WS-SECURED-VALUE * 100
                   IF WS-LTV-PCT IS GREATER THAN WS-POLICY-LTV
                       MOVE 'OVER POLICY LTV ' TO WS-FLAG-TEXT
                   ELSE
                       IF WS-COVER-VALUE IS GREATER THAN ZERO AND
                          WS-NEWEST-VAL-DATE IS LESS THAN
                          WS-CUTOFF-DATE
                           MOVE 'STALE VALUATION ' TO WS-FLAG-TEXT
                       END-IF

           MOVE WS-OUTSTANDING TO WS-OUT-DSP.
           MOVE WS-COVER-VALUE TO WS-COVER-DSP.
           MOVE WS-GUAR-VALUE  TO WS-GUAR-DSP.
           MOVE WS-LTV-PCT     TO WS-LTV-DSP.

           MOVE SPACES TO LTVRPT-RECORD.
                  WS-OUT-DSP         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-COVER-DSP       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-GUAR-DSP        DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-LTV-DSP         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
