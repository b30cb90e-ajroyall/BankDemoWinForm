002500*              before it too goes dead-letter.  Every run ends  *
002600*              by printing the dead-letter operator report so   *
002700*              the back office can chase bad addresses.         *
002710*              The mailer is entitled to BCS_EMAIL in clear -   *
002720*              it is the delivery address; the dead-letter      *
002730*              report is not, and prints it masked (the         *
002740*              entitlements are declared for DMASK01P).         *
002750*              A bounced e-statement for a customer whose       *
002760*              address is flagged undeliverable by returned     *
002770*              mail (DRMAL01P) is held ('H') rather than put    *
002780*              back on the paper pile.                          *
002790*              A welcome pack (tag WPACK) is worded by DWPAK01P *
002795*              and spools one line per section of the pack.     *
002796*              A text row (MQ_CHANNEL 'S') goes to the SMS      *
002797*              gateway's pickup file instead - one line per     *
002798*              message, keyed by queue timestamp and PID, worded *
002799*              from the '#' BNKNTMPL template for the notice    *
002801*              and held to 160 characters - and waits in 'S'    *
002802*              for the gateway's receipt (DSMSR01P).  A text    *
002803*              with no number, or one the gateway will not      *
002804*              take, falls back to e-mail: an e-mail row is     *
002805*              queued in its place and the text row is 'F'.     *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************
           SELECT MAILDEAD ASSIGN TO DYNAMIC WS-DEAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-STATUS.
           SELECT SMSGATE ASSIGN TO DYNAMIC WS-SMS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILDEAD.
       01  MAILDEAD-RECORD                      PIC X(132).

       FD  SMSGATE.
       01  SMSGATE-RECORD                       PIC X(210).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
                   VALUE "C:\BANK\MAIL\MAILDEAD.TXT".
           05  WS-SPOOL-STATUS                   PIC X(2).
               88  WS-SPOOL-OK                   VALUE "00".
           05  WS-PACK-SPOOL-STATUS              PIC X(2).
           05  WS-PACK-SUB                       PIC S9(4) COMP.
           05  WS-DEAD-STATUS                    PIC X(2).
               88  WS-DEAD-OK                    VALUE "00".
           05  WS-SMS-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\SMS\SMSOUT.TXT".
           05  WS-SMS-STATUS                     PIC X(2).
               88  WS-SMS-OK                     VALUE "00".
      *-----------------------------------------------------------------
      * WS-MAX-ATTEMPTS is the site-tunable retry ceiling - once a
      * row has failed this many deliveries it is parked dead-letter
                                                  VALUE ZERO.
           05  WS-DEAD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SMS-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FALLBACK-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-AMOUNT-DSP                     PIC -(6)9.99.
           05  WS-ATTEMPTS-DSP                   PIC Z9.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-DISPATCHED-OK              VALUE 'S'.
               88  WS-FAILED-TRANSIENT           VALUE 'T'.
               88  WS-FAILED-PERMANENT           VALUE 'X'.
           05  WS-OUT-EMAIL                      PIC X(30).
           05  WS-OUT-MOBILE                     PIC X(15).
           05  WS-SMS-TEXT                       PIC X(160).
           05  WS-SMS-LEAD                       PIC X(75).
           05  WS-SMS-ACC                        PIC X(7).

      *-----------------------------------------------------------------
      * Clear-value entitlement of each output for DMASK01P - the
      * kinds (S SIN, T phone, E e-mail, C card number) the recipient
      * may have in clear.  Anything else written there is masked.
      *-----------------------------------------------------------------
       01  WS-MASK-ENTITLEMENTS.
           05  WS-SPOOL-ENTITLED                 PIC X(4) VALUE 'E'.
           05  WS-DEAD-ENTITLED                  PIC X(4) VALUE SPACES.
           05  WS-SMS-ENTITLED                   PIC X(4) VALUE 'T'.
       01  WS-MASK-ERRMSG                        PIC X(65).
       01  WS-MASK-GOODMSG                       PIC X(65).
       01  WS-WPAK-ERRMSG                        PIC X(65).
       01  WS-WPAK-GOODMSG                       PIC X(65).

           COPY CWPAK01.

           COPY CMASK01.

           EXEC SQL
                BEGIN DECLARE SECTION
       01  WS-TMPL-LANG                          PIC X(2).
       01  WS-TMPL-FOUND-SW                      PIC X(1).
           88  WS-TMPL-FOUND                     VALUE 'Y'.
       01  WS-SMS-MODE-SW                        PIC X(1) VALUE 'N'.
           88  WS-SMS-MODE                       VALUE 'Y'.

           COPY SQLCA.

      *=================================================================
       P100-RUN-DISPATCHER.
           OPEN OUTPUT MAILSPOOL.
           OPEN OUTPUT SMSGATE.

           EXEC SQL
                DECLARE MQ_CSR CURSOR FOR
                       MQ_TO_ACC,
                       MQ_AMOUNT,
                       MQ_ATTEMPTS,
                       MQ_FILLER,
                       MQ_CHANNEL,
                       MQ_MOBILE
                FROM BNKMAILQ
                WHERE MQ_STATUS = 'P' OR MQ_STATUS = 'R'
                ORDER BY MQ_TIMESTAMP
           PERFORM P290-CLOSE-CURSOR.

           CLOSE MAILSPOOL.
           CLOSE SMSGATE.

           DISPLAY 'DBANK32P - mail run complete, read: '
                   WS-READ-COUNT ' sent: ' WS-SENT-COUNT
                   ' retrying: ' WS-RETRY-LATER-COUNT
                   ' dead: ' WS-DEAD-COUNT.
           DISPLAY 'DBANK32P - texts to the gateway: ' WS-SMS-COUNT
                   ' fell back to e-mail: ' WS-FALLBACK-COUNT.

       P200-OPEN-CURSOR.
           EXEC SQL
                     :DCL-MQ-TO-ACC,
                     :DCL-MQ-AMOUNT,
                     :DCL-MQ-ATTEMPTS,
                     :DCL-MQ-FILLER,
                     :DCL-MQ-CHANNEL,
                     :DCL-MQ-MOBILE
           END-EXEC.

           IF SQLCODE = ZERO
      * One queued alert - decide permanent failure (no address worth
      * retrying), otherwise hand it to the mailer and judge the
      * result.  Transient failures stay on the queue in 'R' until
      * the attempt ceiling parks them dead-letter.  A text that
      * fails for good is not dead-lettered but sent by e-mail.
      *-----------------------------------------------------------------
       P220-DISPATCH-ONE.
           ADD 1 TO WS-READ-COUNT.
           INSPECT DCL-MQ-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL '@'.

           IF DCL-MQ-BY-SMS
               IF DCL-MQ-MOBILE = SPACES
                   SET WS-FAILED-PERMANENT TO TRUE
               ELSE
                   PERFORM P500-WRITE-TO-GATEWAY
               END-IF
           ELSE
               IF DCL-MQ-EMAIL = SPACES OR WS-EMAIL-AT-COUNT = ZERO
                   SET WS-FAILED-PERMANENT TO TRUE
               ELSE
                   PERFORM P300-WRITE-TO-SPOOL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DISPATCHED-OK
                   PERFORM P400-MARK-SENT
                   ADD 1 TO WS-SENT-COUNT
               WHEN WS-FAILED-PERMANENT AND DCL-MQ-BY-SMS
                   PERFORM P450-FALL-BACK-TO-EMAIL
               WHEN WS-FAILED-PERMANENT
                   PERFORM P420-MARK-DEAD
                   ADD 1 TO WS-DEAD-COUNT
               WHEN WS-FAILED-TRANSIENT
                   IF DCL-MQ-ATTEMPTS IS NOT LESS THAN WS-MAX-ATTEMPTS
                       IF DCL-MQ-BY-SMS
                           PERFORM P450-FALL-BACK-TO-EMAIL
                       ELSE
                           PERFORM P420-MARK-DEAD
                           ADD 1 TO WS-DEAD-COUNT
                       END-IF
                   ELSE
                       PERFORM P410-MARK-RETRY
                       ADD 1 TO WS-RETRY-LATER-COUNT
           MOVE DCL-MQ-AMOUNT TO WS-AMOUNT-DSP.

           MOVE SPACES TO MAILSPOOL-RECORD.
           MOVE '00'   TO WS-PACK-SPOOL-STATUS.

           MOVE SPACES            TO MASK01-DATA.
           MOVE 'MAILSPOL'        TO MASK01I-SOURCE.
           MOVE WS-SPOOL-ENTITLED TO MASK01I-ENTITLED.
           PERFORM P700-MASK-EMAIL.

      * The queue carries more than the original large-transfer
      * alert these days - the MQ_FILLER tag says what each row
                   PERFORM P310-SPOOL-STATEMENT
               WHEN DCL-MQ-FILLER(1:5) = 'ALERT'
                   PERFORM P320-SPOOL-BALANCE-ALERT
               WHEN DCL-MQ-FILLER(1:6) = 'WPACK '
                   PERFORM P350-SPOOL-WELCOME-PACK
               WHEN DCL-MQ-FILLER NOT = SPACES
                   PERFORM P330-SPOOL-NOTICE
               WHEN OTHER

           WRITE MAILSPOOL-RECORD.

      *    A pack line that would not spool fails the row as a whole.
           IF WS-SPOOL-OK AND WS-PACK-SPOOL-STATUS NOT = '00'
               MOVE WS-PACK-SPOOL-STATUS TO WS-SPOOL-STATUS
           END-IF.

           IF WS-SPOOL-OK
               SET WS-DISPATCHED-OK TO TRUE
           ELSE
      * date in the tag and the closing balance in MQ_AMOUNT.
      *-----------------------------------------------------------------
       P310-SPOOL-STATEMENT.
           STRING WS-OUT-EMAIL        DELIMITED BY SPACE
                  '|Your statement is ready|Account '
                                      DELIMITED BY SIZE
                  DCL-MQ-FROM-ACC     DELIMITED BY SIZE
             INTO MAILSPOOL-RECORD.

       P320-SPOOL-BALANCE-ALERT.
           STRING WS-OUT-EMAIL        DELIMITED BY SPACE
                  '|Account alert|'   DELIMITED BY SIZE
                  DCL-MQ-FILLER       DELIMITED BY SIZE
                  ' on account '      DELIMITED BY SIZE
      *    step-up code, a rate change's effective date and old
      *    rate), so seeding a template never strips the substance.
           IF WS-TMPL-FOUND
               STRING WS-OUT-EMAIL     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      DCL-NTM-TEXT     DELIMITED BY SIZE
                      '| account '     DELIMITED BY SIZE
                      ')'              DELIMITED BY SIZE
                 INTO MAILSPOOL-RECORD
           ELSE
               STRING WS-OUT-EMAIL        DELIMITED BY SPACE
                      '|Notice from your bank|'
                                          DELIMITED BY SIZE
                      DCL-MQ-FILLER       DELIMITED BY SIZE
           UNSTRING DCL-MQ-FILLER DELIMITED BY SPACE
               INTO WS-TMPL-NOTICE.
           MOVE WS-TMPL-NOTICE TO DCL-NTM-NOTICE.

      *    A text is worded by the '#' row for the notice, the
      *    untagged large-transfer alert by '#XFERALERT'.
           IF WS-SMS-MODE
               IF WS-TMPL-NOTICE = SPACES
                   MOVE 'XFERALERT' TO WS-TMPL-NOTICE
               END-IF
               MOVE SPACES TO DCL-NTM-NOTICE
               STRING '#'            DELIMITED BY SIZE
                      WS-TMPL-NOTICE DELIMITED BY SPACE
                 INTO DCL-NTM-NOTICE
           END-IF.
           MOVE WS-TMPL-LANG   TO DCL-NTM-LANGUAGE.

           EXEC SQL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A welcome pack is worded by DWPAK01P from what BNKWPACK
      * recorded at opening - the same wording the paper pack prints.
      * Each section goes as its own line under the greeting as the
      * subject; the last is left for P300's write.  A pack that
      * cannot be read back still goes, as a plain notice.
      *-----------------------------------------------------------------
       P350-SPOOL-WELCOME-PACK.
           MOVE SPACES          TO WPAK01-DATA
                                   WS-WPAK-ERRMSG WS-WPAK-GOODMSG.
           SET WPAK01I-QUERY    TO TRUE.
           MOVE DCL-MQ-FROM-ACC TO WPAK01I-ACCNO.

           CALL 'DWPAK01P' USING BY REFERENCE WPAK01-DATA
                                 BY REFERENCE WS-WPAK-ERRMSG
                                 BY REFERENCE WS-WPAK-GOODMSG.

           IF WS-WPAK-ERRMSG NOT = SPACES OR
              WPAK01O-LINE-COUNT NOT > ZERO
               PERFORM P330-SPOOL-NOTICE
           ELSE
               MOVE 1 TO WS-PACK-SUB
               PERFORM P355-SPOOL-PACK-LINE
                   UNTIL WS-PACK-SUB >= WPAK01O-LINE-COUNT
               PERFORM P356-BUILD-PACK-LINE
           END-IF.

       P355-SPOOL-PACK-LINE.
           PERFORM P356-BUILD-PACK-LINE.

           WRITE MAILSPOOL-RECORD.

           IF NOT WS-SPOOL-OK
               MOVE WS-SPOOL-STATUS TO WS-PACK-SPOOL-STATUS
           END-IF.

           ADD 1 TO WS-PACK-SUB.

       P356-BUILD-PACK-LINE.
           MOVE SPACES TO MAILSPOOL-RECORD.
           STRING WS-OUT-EMAIL                DELIMITED BY SPACE
                  '|'                         DELIMITED BY SIZE
                  WPAK01O-HEADING(1)          DELIMITED BY '  '
                  '|'                         DELIMITED BY SIZE
                  WPAK01O-HEADING(WS-PACK-SUB) DELIMITED BY '  '
                  ' - '                       DELIMITED BY SIZE
                  WPAK01O-TEXT(WS-PACK-SUB)   DELIMITED BY SIZE
             INTO MAILSPOOL-RECORD.

       P340-SPOOL-LARGE-TRANSFER.
           STRING WS-OUT-EMAIL        DELIMITED BY SPACE
                  '|Large transfer alert|Account '
                                      DELIMITED BY SIZE
                  DCL-MQ-FROM-ACC     DELIMITED BY SIZE
                       MQ_ATTEMPTS = :DCL-MQ-ATTEMPTS
                 WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                   AND MQ_PID = :DCL-MQ-PID
                   AND MQ_CHANNEL = :DCL-MQ-CHANNEL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
                       MQ_ATTEMPTS = :DCL-MQ-ATTEMPTS
                 WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                   AND MQ_PID = :DCL-MQ-PID
                   AND MQ_CHANNEL = :DCL-MQ-CHANNEL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
                       MQ_ATTEMPTS = :DCL-MQ-ATTEMPTS
                 WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                   AND MQ_PID = :DCL-MQ-PID
                   AND MQ_CHANNEL = :DCL-MQ-CHANNEL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
      * A dead-lettered e-statement falls back to paper automatically
      * - the MQ_FILLER tag DBANK07P queued it with names the
      * statement, and flipping its BNKSTMT delivery to 'B' puts it
      * back on the paper run's pile - or to 'H', held, when the
      * post has been returning the customer's paper mail.
      *-----------------------------------------------------------------
           IF DCL-MQ-FILLER(1:4) = 'STMT'
               PERFORM P430-BOUNCE-ESTATEMENT
       P430-BOUNCE-ESTATEMENT.
           MOVE DCL-MQ-FROM-ACC     TO DCL-SMT-ACCNO.
           MOVE DCL-MQ-FILLER(5:10) TO DCL-SMT-STMT-DTE.
           MOVE DCL-MQ-PID          TO DCL-BCS-PID.
           MOVE SPACE               TO DCL-BCS-ADDR-STATUS.

           EXEC SQL
                SELECT BCS_ADDR_STATUS
                  INTO :DCL-BCS-ADDR-STATUS
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF DCL-BCS-ADDR-UNDELIVERABLE
               SET DCL-SMT-HELD    TO TRUE
           ELSE
               SET DCL-SMT-BOUNCED TO TRUE
           END-IF.

           EXEC SQL
                UPDATE BNKSTMT
                   SET SMT_DELIVERY = :DCL-SMT-DELIVERY
                 WHERE SMT_ACCNO    = :DCL-SMT-ACCNO
                   AND SMT_STMT_DTE = :DCL-SMT-STMT-DTE
                   AND SMT_DELIVERY = 'E'
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * A text that cannot go - no number, or the gateway file would
      * not take it - goes by e-mail instead: a fresh e-mail row for
      * this dispatch pass or the next, and the text row closed 'F'.
      * With no e-mail address either, the text is dead-lettered.
      *-----------------------------------------------------------------
       P450-FALL-BACK-TO-EMAIL.
           IF DCL-MQ-EMAIL = SPACES OR WS-EMAIL-AT-COUNT = ZERO
               PERFORM P420-MARK-DEAD
               ADD 1 TO WS-DEAD-COUNT
           ELSE
               EXEC SQL
                    INSERT INTO BNKMAILQ (
                      MQ_TIMESTAMP,
                      MQ_PID,
                      MQ_EMAIL,
                      MQ_FROM_ACC,
                      MQ_TO_ACC,
                      MQ_AMOUNT,
                      MQ_STATUS,
                      MQ_FILLER,
                      MQ_CHANNEL,
                      MQ_MOBILE
                    ) VALUES (
                      CURRENT TIMESTAMP,
                      :DCL-MQ-PID,
                      :DCL-MQ-EMAIL,
                      :DCL-MQ-FROM-ACC,
                      :DCL-MQ-TO-ACC,
                      :DCL-MQ-AMOUNT,
                      'P',
                      :DCL-MQ-FILLER,
                      'E',
                      ' ')
               END-EXEC
               PERFORM P800-ERROR-CHECK
               EXEC SQL
                    UPDATE BNKMAILQ
                       SET MQ_STATUS = 'F',
                           MQ_ATTEMPTS = :DCL-MQ-ATTEMPTS
                     WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                       AND MQ_PID = :DCL-MQ-PID
                       AND MQ_CHANNEL = :DCL-MQ-CHANNEL
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * The hand-off to the SMS gateway - one line per text on its
      * pickup file: the message id the receipt will quote back (the
      * queue timestamp and PID), the number, and the message.  The
      * gateway is entitled to the number in clear.
      *-----------------------------------------------------------------
       P500-WRITE-TO-GATEWAY.
           MOVE SPACES            TO MASK01-DATA WS-MASK-ERRMSG.
           MOVE 'SMSGATE '        TO MASK01I-SOURCE.
           MOVE WS-SMS-ENTITLED   TO MASK01I-ENTITLED.
           SET MASK01I-BATCH      TO TRUE.
           MOVE 1                 TO MASK01I-COUNT.
           MOVE 'T'               TO MASK01I-KIND(1).
           MOVE DCL-MQ-MOBILE     TO MASK01I-VALUE(1).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1)  TO WS-OUT-MOBILE.

           PERFORM P510-BUILD-SMS-TEXT.

           MOVE SPACES TO SMSGATE-RECORD.
           STRING DCL-MQ-TIMESTAMP    DELIMITED BY SIZE
                  DCL-MQ-PID          DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  WS-OUT-MOBILE       DELIMITED BY SPACE
                  '|'                 DELIMITED BY SIZE
                  WS-SMS-TEXT         DELIMITED BY SIZE
             INTO SMSGATE-RECORD.

           WRITE SMSGATE-RECORD.

           IF WS-SMS-OK
               SET WS-DISPATCHED-OK TO TRUE
               ADD 1 TO WS-SMS-COUNT
           ELSE
               SET WS-FAILED-TRANSIENT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The text itself - the '#' template's lead-in in the
      * customer's language, or the compiled one, then the figures.
      * An account shows only by its last four digits.  Anything
      * past 160 characters is cut off.
      *-----------------------------------------------------------------
       P510-BUILD-SMS-TEXT.
           MOVE 'Y' TO WS-SMS-MODE-SW.
           PERFORM P335-RESOLVE-TEMPLATE.
           MOVE 'N' TO WS-SMS-MODE-SW.

           MOVE SPACES TO WS-SMS-TEXT WS-SMS-LEAD WS-SMS-ACC.
           IF DCL-MQ-FROM-ACC NOT = SPACES
               STRING '...'                 DELIMITED BY SIZE
                      DCL-MQ-FROM-ACC(6:4)  DELIMITED BY SIZE
                 INTO WS-SMS-ACC
           END-IF.
           MOVE DCL-MQ-AMOUNT TO WS-AMOUNT-DSP.

           IF WS-TMPL-FOUND
               MOVE DCL-NTM-TEXT TO WS-SMS-LEAD
           END-IF.

           EVALUATE TRUE
               WHEN DCL-MQ-FILLER(1:7) = 'STEPUP '
                   IF NOT WS-TMPL-FOUND
                       MOVE 'Your one-time code is' TO WS-SMS-LEAD
                   END-IF
                   STRING WS-SMS-LEAD         DELIMITED BY '  '
                          ' '                 DELIMITED BY SIZE
                          DCL-MQ-FILLER(8:6)  DELIMITED BY SIZE
                          '. Never share it.' DELIMITED BY SIZE
                     INTO WS-SMS-TEXT
               WHEN DCL-MQ-FILLER(1:5) = 'ALERT'
                   IF NOT WS-TMPL-FOUND
                       MOVE 'Account alert' TO WS-SMS-LEAD
                   END-IF
                   STRING WS-SMS-LEAD         DELIMITED BY '  '
                          ' '                 DELIMITED BY SIZE
                          DCL-MQ-FILLER(7:24) DELIMITED BY '  '
                          ' acct '            DELIMITED BY SIZE
                          WS-SMS-ACC          DELIMITED BY SPACE
                          ' amount '          DELIMITED BY SIZE
                          WS-AMOUNT-DSP       DELIMITED BY SIZE
                     INTO WS-SMS-TEXT
               WHEN DCL-MQ-FILLER = SPACES OR
                    DCL-MQ-FILLER = 'XFERALERT'
                   IF NOT WS-TMPL-FOUND
                       MOVE 'Large transfer' TO WS-SMS-LEAD
                   END-IF
                   STRING WS-SMS-LEAD         DELIMITED BY '  '
                          ' from acct '       DELIMITED BY SIZE
                          WS-SMS-ACC          DELIMITED BY SPACE
                          ' amount '          DELIMITED BY SIZE
                          WS-AMOUNT-DSP       DELIMITED BY SIZE
                          '. Not you? Call us now.'
                                              DELIMITED BY SIZE
                     INTO WS-SMS-TEXT
               WHEN DCL-MQ-FILLER(1:4) = 'STMT'
                   IF NOT WS-TMPL-FOUND
                       MOVE 'Your statement is ready' TO WS-SMS-LEAD
                   END-IF
                   STRING WS-SMS-LEAD         DELIMITED BY '  '
                          ' acct '            DELIMITED BY SIZE
                          WS-SMS-ACC          DELIMITED BY SPACE
                          ' dated '           DELIMITED BY SIZE
                          DCL-MQ-FILLER(5:10) DELIMITED BY SIZE
                     INTO WS-SMS-TEXT
               WHEN OTHER
                   IF NOT WS-TMPL-FOUND
                       MOVE 'Notice from your bank' TO WS-SMS-LEAD
                   END-IF
                   STRING WS-SMS-LEAD         DELIMITED BY '  '
                          ' ('                DELIMITED BY SIZE
                          DCL-MQ-FILLER       DELIMITED BY '  '
                          ') acct '           DELIMITED BY SIZE
                          WS-SMS-ACC          DELIMITED BY SPACE
                     INTO WS-SMS-TEXT
           END-EVALUATE.

      *=================================================================
      * Dead-letter operator report - every row parked in 'X', so the
      * back office can chase the bad BCS_EMAIL addresses behind them.

           IF SQLCODE = ZERO
               MOVE DCL-MQ-ATTEMPTS TO WS-ATTEMPTS-DSP
               MOVE SPACES            TO MASK01-DATA
               MOVE 'MAILDEAD'        TO MASK01I-SOURCE
               MOVE WS-DEAD-ENTITLED  TO MASK01I-ENTITLED
               PERFORM P700-MASK-EMAIL
               MOVE SPACES TO MAILDEAD-RECORD
               STRING DCL-MQ-TIMESTAMP  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-ATTEMPTS-DSP   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-OUT-EMAIL      DELIMITED BY SIZE
                 INTO MAILDEAD-RECORD
               WRITE MAILDEAD-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The row's e-mail address as the output being written is
      * entitled to it - the caller has named the output.
      *-----------------------------------------------------------------
       P700-MASK-EMAIL.
           MOVE SPACES           TO WS-MASK-ERRMSG.
           SET MASK01I-BATCH     TO TRUE.
           MOVE 1                TO MASK01I-COUNT.
           MOVE 'E'              TO MASK01I-KIND(1).
           MOVE DCL-MQ-EMAIL     TO MASK01I-VALUE(1).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1) TO WS-OUT-EMAIL.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
