001300* Program:     DBANK20P.CBL                                     *
001400* Function:    Queue a large-transfer e-mail alert to BNKMAILQ  *
001500*              so a mailer process can pick it up and send it.  *
001510*              A marketing item (CD20I-PURPOSE 'M') is dropped  *
001520*              - status 'S', no error - for a customer without  *
001530*              live consent to e-mail marketing on BNKMKTC.     *
001540*              A service item goes the way the customer asked   *
001550*              for its alert type on BNKCHPF - e-mail, a text   *
001560*              to the verified BNKMOBL mobile (a row with       *
001570*              MQ_CHANNEL 'S' for the dispatcher's SMS          *
001580*              gateway), or one row each.  No preference is     *
001590*              e-mail, except one-time codes, which go by text  *
001591*              once there is a verified mobile.                 *
001600*              SQL version                                      *
001700*****************************************************************

           05  SQLCODE-DISP                      PIC -9(5).
           05  WS-CLOG-ERRMSG                    PIC X(65).
           05  WS-CLOG-GOODMSG                   PIC X(65).
           05  WS-SMS-NUMBER                     PIC X(15).

           COPY CCLOG01.


           COPY CBANKSMQX.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           COPY CBANKSMKX.

           EXEC SQL
                INCLUDE CBANKSMB
           END-EXEC.

           COPY CBANKSMBX.

           EXEC SQL
                INCLUDE CBANKSCH
           END-EXEC.

           COPY CBANKSCHX.

       01  WS-CONSENT-COUNT                      PIC S9(5) COMP-3.

           COPY SQLCA.

           EXEC SQL

           MOVE SPACES              TO BANK-ERRMSG.
           MOVE "N"                 TO CD20O-STATUS.
           MOVE "E"                 TO CD20O-CHANNEL.

           IF CD20I-MARKETING
              PERFORM P100-CHECK-CONSENT
              IF CD20O-SUPPRESSED OR BANK-ERRMSG NOT = SPACES
                 GOBACK
              END-IF
           ELSE
              PERFORM P050-RESOLVE-CHANNEL THRU
                      RESOLVE-CHANNEL-EXIT
              IF CD20O-SUPPRESSED OR BANK-ERRMSG NOT = SPACES
                 GOBACK
              END-IF
           END-IF.

           MOVE CD20I-PID           TO DCL-MQ-PID.
           MOVE CD20I-EMAIL         TO DCL-MQ-EMAIL.
           MOVE CD20I-AMOUNT        TO DCL-MQ-AMOUNT.
           MOVE CD20I-TAG           TO DCL-MQ-FILLER.

           IF CD20O-BY-EMAIL OR CD20O-BY-BOTH
              MOVE 'E'              TO DCL-MQ-CHANNEL
              MOVE SPACES           TO DCL-MQ-MOBILE
              PERFORM P300-QUEUE-ROW
           END-IF.

           IF (CD20O-BY-SMS OR CD20O-BY-BOTH) AND
              BANK-ERRMSG = SPACES
              MOVE 'S'              TO DCL-MQ-CHANNEL
              MOVE WS-SMS-NUMBER    TO DCL-MQ-MOBILE
              PERFORM P300-QUEUE-ROW
           END-IF.

           IF BANK-ERRMSG = SPACES
              SET CD20O-SAVE-OK TO TRUE
              PERFORM P200-LOG-INTERACTION THRU
                      LOG-INTERACTION-EXIT
           END-IF.

           GOBACK.

      *=================================================================
      * Which way a service item goes.  A number handed in is texted
      * whatever the preference; otherwise a customer with a verified
      * mobile gets what they chose for the alert type, and one with
      * none gets e-mail.  A caller with no e-mail route for the
      * customer has the item dropped - status 'S', no error - unless
      * it goes by text.
      *=================================================================
       P050-RESOLVE-CHANNEL.
           IF CD20I-MOBILE NOT = SPACES
              MOVE CD20I-MOBILE     TO WS-SMS-NUMBER
              SET CD20O-BY-SMS      TO TRUE
              GO TO RESOLVE-CHANNEL-EXIT
           END-IF.

      *    A welcome pack is several sections long - never a text.
           IF CD20I-PID = 'OPS  ' OR CD20I-PID = SPACES OR
              CD20I-TAG(1:6) = 'WPACK '
              GO TO RESOLVE-CHANNEL-CHECK
           END-IF.

           MOVE CD20I-PID           TO DCL-MOB-PID.

           EXEC SQL
                SELECT MOB_NUMBER
                  INTO :DCL-MOB-NUMBER
                  FROM BNKMOBL
                 WHERE MOB_PID    = :DCL-MOB-PID
                   AND MOB_STATUS = 'V'
           END-EXEC.

           IF SQLCODE = +100
              GO TO RESOLVE-CHANNEL-CHECK
           END-IF.

           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO SQLCODE-DISP
              STRING 'Unable to read the mobile - SQLCODE: '
                       DELIMITED BY SIZE
                     SQLCODE-DISP DELIMITED BY SIZE
                INTO BANK-ERRMSG
              GO TO RESOLVE-CHANNEL-EXIT
           END-IF.

           MOVE DCL-MOB-NUMBER      TO WS-SMS-NUMBER.

           EVALUATE TRUE
              WHEN CD20I-TAG = 'ALERT BAL-BELOW'
                 MOVE 'L'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG = 'ALERT BAL-ABOVE'
                 MOVE 'H'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG = 'ALERT CREDIT'
                 MOVE 'C'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG = 'ALERT DEBIT'
                 MOVE 'D'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG = 'ALERT DAILY-SPEND'
                 MOVE 'S'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG = 'XFERALERT' OR CD20I-TAG = SPACES
                 MOVE 'X'           TO DCL-CHP-TYPE
              WHEN CD20I-TAG(1:7) = 'STEPUP '
                 MOVE 'O'           TO DCL-CHP-TYPE
              WHEN OTHER
                 MOVE 'N'           TO DCL-CHP-TYPE
           END-EVALUATE.

           MOVE CD20I-PID           TO DCL-CHP-PID.

           EXEC SQL
                SELECT CHP_CHANNEL
                  INTO :DCL-CHP-CHANNEL
                  FROM BNKCHPF
                 WHERE CHP_PID  = :DCL-CHP-PID
                   AND CHP_TYPE = :DCL-CHP-TYPE
           END-EXEC.

           IF SQLCODE = +100
              IF DCL-CHP-TYPE = 'O'
                 MOVE 'S'           TO DCL-CHP-CHANNEL
              ELSE
                 MOVE 'E'           TO DCL-CHP-CHANNEL
              END-IF
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO SQLCODE-DISP
                 STRING 'Unable to read the alert channel - SQLCODE: '
                          DELIMITED BY SIZE
                        SQLCODE-DISP DELIMITED BY SIZE
                   INTO BANK-ERRMSG
                 GO TO RESOLVE-CHANNEL-EXIT
              END-IF
           END-IF.

           MOVE DCL-CHP-CHANNEL     TO CD20O-CHANNEL.

       RESOLVE-CHANNEL-CHECK.
           IF CD20I-SMS-ONLY-YES
              EVALUATE TRUE
                 WHEN CD20O-BY-BOTH
                    SET CD20O-BY-SMS     TO TRUE
                 WHEN CD20O-BY-EMAIL
                    SET CD20O-SUPPRESSED TO TRUE
              END-EVALUATE
           END-IF.

       RESOLVE-CHANNEL-EXIT.
           EXIT.

      *=================================================================
      * One queue row for one channel.
      *=================================================================
       P300-QUEUE-ROW.
           EXEC SQL
                INSERT INTO BNKMAILQ (
                  MQ_TIMESTAMP,
                  MQ_TO_ACC,
                  MQ_AMOUNT,
                  MQ_STATUS,
                  MQ_FILLER,
                  MQ_CHANNEL,
                  MQ_MOBILE
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-MQ-PID,
                  :DCL-MQ-TO-ACC,
                  :DCL-MQ-AMOUNT,
                  'P',
                  :DCL-MQ-FILLER,
                  :DCL-MQ-CHANNEL,
                  :DCL-MQ-MOBILE)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              MOVE SQLCODE TO SQLCODE-DISP
              STRING 'Unable to queue mail alert - SQLCODE: '
                       DELIMITED BY SIZE
                INTO BANK-ERRMSG
           END-IF.

      *=================================================================
      * Marketing goes only where the customer has live consent to
      * e-mail marketing of our products - without it the item is
      * suppressed, which is not an error to the caller.
      *=================================================================
       P100-CHECK-CONSENT.
           MOVE CD20I-PID           TO DCL-MKC-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CONSENT-COUNT
                  FROM BNKMKTC
                 WHERE MKC_PID     = :DCL-MKC-PID
                   AND MKC_CHANNEL = 'E'
                   AND MKC_PURPOSE = 'M'
                   AND MKC_STATUS  = 'G'
           END-EXEC.

           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO SQLCODE-DISP
              STRING 'Unable to check marketing consent - SQLCODE: '
                       DELIMITED BY SIZE
                     SQLCODE-DISP DELIMITED BY SIZE
                INTO BANK-ERRMSG
           ELSE
              IF WS-CONSENT-COUNT = ZERO
                 SET CD20O-SUPPRESSED TO TRUE
              END-IF
           END-IF.

      *=================================================================
      * Every customer-facing notice is an interaction - one contact-
