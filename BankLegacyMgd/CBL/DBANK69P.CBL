002400*              post as their own BNKTXN category ('O') through  *
002500*              DBANK04P/DBANK06P and reset.  An account back    *
002600*              in credit clears its bucket row so the next dip  *
002700*              re-notifies.  Revolving lines of credit ('R')    *
      *              are drawn negative by design and accrue at their *
      *              own rate in DLINE02P, so they are left out.      *
      *              Each night's accrual is journalled to the GL     *
      *              through DGLJN01P (overdraft interest receivable  *
      *              against overdraft interest income) and the       *
      *              month's posting clears the receivable against    *
      *              cash clearing, so the BNKODAC buckets prove      *
      *              against their control account.                   *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************
                                                  VALUE ZERO.
           05  WS-POSTED-TOTAL                   PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-ACCRUED-TOTAL                  PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-GLJN-ERRMSG                    PIC X(65).
           05  WS-ACCRUE-AMT                     PIC S9(7)V99 COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-FLOOR                          PIC S9(7)V99 COMP-3.
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).

      *-----------------------------------------------------------------
      * The GL accounts the accrual journal books to - agreed with
      * finance, the clearing account being the one DBANK39P books
      * the posted 'O' rows against.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-OD-INT-RECEIVABLE              PIC 9(5) VALUE 13100.
           05  GL-OD-INT-INCOME                  PIC 9(5) VALUE 41200.

           COPY CGLJN01.
           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
                     BNKATYPE T
                WHERE A.BAC_ACCTYPE = T.BAT_TYPE
                  AND A.BAC_BALANCE < 0
                  AND A.BAC_ACCTYPE <> 'R'
                ORDER BY A.BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           CLOSE ODEXCESS.

           IF WS-ACCRUED-TOTAL IS GREATER THAN ZERO
               MOVE GL-OD-INT-RECEIVABLE TO GLJN01I-DR-ACCOUNT
               MOVE GL-OD-INT-INCOME     TO GLJN01I-CR-ACCOUNT
               MOVE WS-ACCRUED-TOTAL     TO GLJN01I-AMOUNT
               MOVE SPACES               TO GLJN01I-REF
               STRING 'OD ACCRUAL '      DELIMITED BY SIZE
                      WS-RUN-DATE        DELIMITED BY SIZE
                 INTO GLJN01I-REF
               PERFORM P600-STAGE-JOURNAL
           END-IF.

      * An account back in credit sheds its bucket row only once the
      * accrued interest has been collected, so nothing owed is lost;
      * a clean row (nothing accrued) clears at once and the next dip

           IF WS-SYSDATE-DD = 01
               PERFORM P500-POST-MONTHLY
               IF WS-POSTED-TOTAL IS GREATER THAN ZERO
                   MOVE GL-CASH-CLEARING     TO GLJN01I-DR-ACCOUNT
                   MOVE GL-OD-INT-RECEIVABLE TO GLJN01I-CR-ACCOUNT
                   MOVE WS-POSTED-TOTAL      TO GLJN01I-AMOUNT
                   MOVE SPACES               TO GLJN01I-REF
                   STRING 'OD POSTED '       DELIMITED BY SIZE
                          WS-RUN-DATE        DELIMITED BY SIZE
                     INTO GLJN01I-REF
                   PERFORM P600-STAGE-JOURNAL
               END-IF
           END-IF.

       RUN-OVERDRAFTS-EXIT.
               DCL-BAC-BALANCE * WS-DAILY-RATE * -1.

           PERFORM P300-BUMP-BUCKET.
           ADD WS-ACCRUE-AMT TO WS-ACCRUED-TOTAL.

           COMPUTE WS-FLOOR =
               DCL-BAT-MIN-BAL - DCL-BAT-OVERDRAFT-LIMIT.
       POST-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One balanced BNKGLJNL entry for the night's accrual or the
      * month's posting - a single total line, not one per account;
      * the buckets themselves are the detail.
      *-----------------------------------------------------------------
       P600-STAGE-JOURNAL.
           MOVE 'DBANK69P'     TO GLJN01I-SOURCE.
           MOVE 'O'            TO GLJN01I-CATEGORY.
           MOVE SPACES         TO GLJN01I-ACCNO WS-GLJN-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-GLJN-ERRMSG.

           IF WS-GLJN-ERRMSG NOT = SPACES
               DISPLAY 'DBANK69P - ' WS-GLJN-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
