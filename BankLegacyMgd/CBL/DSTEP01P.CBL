002300*              keyed code exactly once: a match is consumed,    *
002400*              a third wrong attempt kills the code, and the    *
002500*              caller gets a plain yes or no to act on.         *
002510*              The code goes the way DBANK20P routes a one-time *
002520*              code - by text once the user has a verified      *
002530*              mobile, unless they asked for e-mail.  Purpose   *
002540*              MOBVERFY texts it to the mobile waiting on       *
002550*              BNKMOBL to be verified, and nowhere else.        *
002600*              SQL version                                      *
002700*****************************************************************

                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMB
           END-EXEC.

           COPY CBANKSOTX.
           COPY CBANKSCSX.
           COPY CBANKSMBX.

           COPY SQLCA.


           PERFORM P800-ERROR-CHECK.

      *    A new mobile is proved by a code sent to it and only to it.
           MOVE SPACES TO DCL-MOB-NUMBER.
           IF STEP01I-PURPOSE = 'MOBVERFY'
               MOVE STEP01I-PID TO DCL-MOB-PID
               EXEC SQL
                    SELECT MOB_NUMBER
                      INTO :DCL-MOB-NUMBER
                      FROM BNKMOBL
                     WHERE MOB_PID    = :DCL-MOB-PID
                       AND MOB_STATUS = 'P'
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'No mobile waiting to be verified'
                     TO BANK-ERRMSG
                   GO TO ISSUE-CODE-EXIT
               END-IF
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO ISSUE-CODE-EXIT
               END-IF
           END-IF.

           MOVE STEP01I-PID     TO DCL-OTP-PID.
           MOVE SPACES        TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE STEP01I-PID   TO CD20I-PID.
           MOVE DCL-BCS-EMAIL TO CD20I-EMAIL.
           MOVE DCL-MOB-NUMBER TO CD20I-MOBILE.
           IF DCL-BCS-EMAIL = SPACES
               SET CD20I-SMS-ONLY-YES TO TRUE
           END-IF.
           MOVE SPACES        TO CD20I-FROM-ACC CD20I-TO-ACC.
           MOVE ZERO          TO CD20I-AMOUNT.
           STRING 'STEPUP '   DELIMITED BY SIZE
               GO TO ISSUE-CODE-EXIT
           END-IF.

           IF CD20O-SUPPRESSED
               MOVE 'User has no e-mail or verified mobile for the code'
                 TO BANK-ERRMSG
               GO TO ISSUE-CODE-EXIT
           END-IF.

           IF CD20O-BY-SMS
               MOVE 'Step-up code sent to your mobile' TO GOOD-ERRMSG
           ELSE
               MOVE 'Step-up code sent to your e-mail' TO GOOD-ERRMSG
           END-IF.

       ISSUE-CODE-EXIT.
           EXIT.
