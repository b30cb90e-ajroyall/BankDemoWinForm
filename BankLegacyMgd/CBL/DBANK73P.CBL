002100*              is told once, not on every coffee.  A failure    *
002200*              to queue never fails the posting - alerts are    *
002300*              best-effort.                                     *
002310*              'S' fires when a debit carries the day's money   *
002320*              out across the threshold - the day so far comes  *
002330*              from the account's BNKACTC activity counters     *
002340*              (DACTC01P); the leg being posted is not on them  *
002350*              yet, as DBANK04P moves the balance before        *
002360*              DBANK06P writes the row.                         *
002370*              DBANK20P sends each alert the way the customer   *
002380*              chose for its type; one who has not opted into   *
002390*              e-mail is still alerted if it goes by text.      *
002400*              SQL version                                      *
002500*****************************************************************

           05  WS-DEBIT-SIZE                     PIC S9(8)V99 COMP-3.
           05  WS-FIRED-SW                       PIC X(1).
               88  WS-RULE-FIRED                 VALUE 'Y'.
           05  WS-SPEND-READ-SW                  PIC X(1).
               88  WS-SPEND-READ                 VALUE 'Y'.
           05  WS-SPEND-AFTER                    PIC S9(11)V99 COMP-3.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC20.

                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAK
           END-EXEC.

           COPY CBANKSALX.
           COPY CBANKSCSX.
           COPY CBANKSAKX.

       01  WS-SPEND-TODAY                        PIC S9(11)V99 COMP-3.
       01  WS-SPEND-IND                          PIC S9(4) COMP-5.

           COPY SQLCA.

               GOBACK
           END-IF.
           COMPUTE WS-DEBIT-SIZE = WS-MOVEMENT * -1.
           MOVE 'N' TO WS-SPEND-READ-SW.

           MOVE CD73I-ACCNO TO DCL-ALR-ACCNO.

      *-----------------------------------------------------------------
      * One rule against one movement.  'L'/'H' fire only when this
      * posting carried the balance ACROSS the threshold; 'C'/'D'
      * fire on any single movement at or over it; 'S' fires on the
      * debit that carries the day's money out across it.
      *-----------------------------------------------------------------
       P200-EVALUATE-RULE.
           MOVE 'N' TO WS-FIRED-SW.
                      WS-DEBIT-SIZE >= DCL-ALR-THRESHOLD
                       SET WS-RULE-FIRED TO TRUE
                   END-IF
               WHEN DCL-ALR-DAILY-SPEND
                   IF WS-MOVEMENT < ZERO
                       IF NOT WS-SPEND-READ
                           PERFORM P210-READ-TODAY-SPEND
                       END-IF
                       COMPUTE WS-SPEND-AFTER =
                           WS-SPEND-TODAY + WS-DEBIT-SIZE
                       IF WS-SPEND-TODAY <  DCL-ALR-THRESHOLD AND
                          WS-SPEND-AFTER >= DCL-ALR-THRESHOLD
                           SET WS-RULE-FIRED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-RULE-FIRED
               PERFORM P300-QUEUE-ALERT THRU QUEUE-ALERT-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * The day's money out so far, read once however many spend
      * rules the account carries.  A counter that cannot be read
      * counts as nothing spent.
      *-----------------------------------------------------------------
       P210-READ-TODAY-SPEND.
           SET WS-SPEND-READ TO TRUE.
           MOVE ZERO        TO WS-SPEND-TODAY.
           MOVE CD73I-ACCNO TO DCL-ACT-ACCNO.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO DCL-ACT-DAY.

           EXEC SQL
                SELECT SUM(ACT_TOTAL)
                  INTO :WS-SPEND-TODAY :WS-SPEND-IND
                  FROM BNKACTC
                 WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                   AND ACT_DIRECTION = 'D'
                   AND ACT_DAY       = :DCL-ACT-DAY
           END-EXEC.

           IF SQLCODE NOT = ZERO OR WS-SPEND-IND < ZERO
               PERFORM P800-ERROR-CHECK
               MOVE ZERO TO WS-SPEND-TODAY
           END-IF.

           COMPUTE WS-SPEND-TODAY = WS-SPEND-TODAY * -1.

      *-----------------------------------------------------------------
      * Queue the alert through the same DBANK20P path the large-
      * transfer alert takes.  No e-mail consent, no e-mail - the
      * alert goes only if the customer takes it by text.
      *-----------------------------------------------------------------
       P300-QUEUE-ALERT.
           MOVE DCL-ALR-PID TO DCL-BCS-PID.
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO QUEUE-ALERT-EXIT
           END-IF.

           MOVE SPACES        TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE DCL-ALR-PID   TO CD20I-PID.
           IF DCL-BCS-SEND-EMAIL = 'Y'
               MOVE DCL-BCS-EMAIL TO CD20I-EMAIL
           ELSE
               SET CD20I-SMS-ONLY-YES TO TRUE
           END-IF.
           MOVE CD73I-ACCNO   TO CD20I-FROM-ACC.

           EVALUATE TRUE
               WHEN DCL-ALR-DEBIT-OVER
                   MOVE 'ALERT DEBIT'      TO CD20I-TAG
                   MOVE WS-DEBIT-SIZE      TO CD20I-AMOUNT
               WHEN DCL-ALR-DAILY-SPEND
                   MOVE 'ALERT DAILY-SPEND' TO CD20I-TAG
                   MOVE WS-SPEND-AFTER     TO CD20I-AMOUNT
           END-EVALUATE.

           CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
