001840*              the cycle - and every rendered line is archived *
001850*              to BNKSTMT so the branch can reprint any prior   *
001860*              statement through DBANK33P's browse.             *
001870*              Promotional statement messages go only to a      *
001880*              customer with live consent on BNKMKTC to         *
001890*              marketing in statement messages; service         *
001895*              messages (SMG_PURPOSE 'S') go to everyone.       *
001896*              Paper for a customer whose address is flagged    *
001897*              undeliverable by returned mail (DRMAL01P) is     *
001898*              archived as held ('H') instead of printed, until *
001899*              the address is changed through DBANK02P.         *
      *              An account with a card on BNKCARD carries a card *
      *              rewards points box for its holder - the cycle's  *
      *              opening points, earned, reversed, redeemed and   *
      *              expired, the closing balance and the next points *
      *              due to lapse, from DRWRD01P.                     *
001900*              SQL version - standalone batch step, connects    *
002000*              and disconnects itself.                          *
002100*****************************************************************
                                                  VALUE 3.
           05  WS-ACCT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-HELD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-OPEN-BAL                       PIC S9(7)V99 COMP-3.
           05  WS-CLOSE-BAL                      PIC S9(7)V99 COMP-3.
           05  WS-SIGNED-AMT                     PIC S9(7)V99 COMP-3.
           COPY CBANKVC61.

       01  WS-ALERT-ERRMSG                       PIC X(65).

      *-----------------------------------------------------------------
      * Card rewards points box work areas - see P280.
      *-----------------------------------------------------------------
       01  WS-RWRD-ERRMSG                        PIC X(65).
       01  WS-RWRD-GOODMSG                       PIC X(65).
       01  WS-PTS-DSP                            PIC -(8)9.

           COPY CRWRD01.
       01  CAL-ERRMSG                            PIC X(65).
       01  CAL-GOODMSG                           PIC X(65).

                INCLUDE CBANKSNT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSTXX.
           COPY CBANKSCKX.
           COPY CBANKSCTX.
           COPY CBANKSSMX.
           COPY CBANKSNTX.
           COPY CBANKSMKX.

       01  WS-STMT-LINE                          PIC X(80).
       01  WS-STMT-HEADING                       PIC X(40).
                                                  VALUE ZERO.
           05  WS-MSG-SUB                        PIC S9(4) COMP.
           05  WS-MSG-CUST-TIER                  PIC X(1).
           05  WS-MSG-MKT-SW                     PIC X(1).
               88  WS-MSG-MKT-CONSENT            VALUE 'Y'.
           05  WS-MSG-ENTRY OCCURS 20 TIMES.
               10  WS-MSG-TEXT                   PIC X(75).
               10  WS-MSG-BRANCH                 PIC X(3).
               10  WS-MSG-TIER                   PIC X(1).
               10  WS-MSG-ACCTYPE                PIC X(1).
               10  WS-MSG-PURPOSE                PIC X(1).
                   88  WS-MSG-SERVICE            VALUE 'S'.

       01  WS-MSG-CONSENT-COUNT                  PIC S9(5) COMP-3.

       01  WS-HH-COUNT                           PIC S9(5) COMP-3.
       01  WS-HH-SEQ                             PIC S9(5) COMP-3.
       01  WS-HH-ACCTYPE                         PIC X(1).
       01  WS-HH-BALANCE                         PIC S9(7)V99 COMP-3.

       01  WS-CARD-COUNT                         PIC S9(5) COMP-3.

           COPY SQLCA.

           EXEC SQL

           PERFORM P260-RENDER-SPENDING-SUMMARY.

           PERFORM P280-RENDER-POINTS THRU RENDER-POINTS-EXIT.

           PERFORM P250-RENDER-FOOTER.

           PERFORM P270-RENDER-MESSAGES THRU
           EXEC SQL
                SELECT BCS_NAME, BCS_ADDR1, BCS_ADDR2,
                       BCS_STATE, BCS_POST_CODE,
                       BCS_SEND_EMAIL, BCS_EMAIL, BCS_LANGUAGE,
                       BCS_ADDR_STATUS
                  INTO :DCL-BCS-NAME, :DCL-BCS-ADDR1, :DCL-BCS-ADDR2,
                       :DCL-BCS-STATE, :DCL-BCS-POST-CODE,
                       :DCL-BCS-SEND-EMAIL, :DCL-BCS-EMAIL,
                       :DCL-BCS-LANGUAGE, :DCL-BCS-ADDR-STATUS
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.
       HEADING-BY-LANGUAGE-EXIT.
           EXIT.

      *=================================================================
      * Card rewards points box - only on an account a card is issued
      * against, and only once its holder has had points.  The cycle
      * is the same window the transactions list covers.
      *=================================================================
       P280-RENDER-POINTS.
           MOVE ZERO TO WS-CARD-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CARD-COUNT
                  FROM BNKCARD
                 WHERE CRD_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-CARD-COUNT = ZERO
               GO TO RENDER-POINTS-EXIT
           END-IF.

           MOVE SPACES           TO RWRD01-DATA WS-RWRD-ERRMSG.
           MOVE ZERO             TO RWRD01I-AMOUNT RWRD01I-POINTS
                                    RWRD01I-RATE.
           SET RWRD01I-SUMMARY   TO TRUE.
           MOVE DCL-BAC-PID      TO RWRD01I-PID.
           MOVE DCL-BAC-LAST-STMT-DTE TO RWRD01I-FROM-DATE.

           CALL 'DRWRD01P' USING BY REFERENCE RWRD01-DATA
                                 BY REFERENCE WS-RWRD-ERRMSG
                                 BY REFERENCE WS-RWRD-GOODMSG.

           IF WS-RWRD-ERRMSG NOT = SPACES
               DISPLAY 'DBANK07P - ' WS-RWRD-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RENDER-POINTS-EXIT
           END-IF.

           IF NOT RWRD01O-HAS-LEDGER
               GO TO RENDER-POINTS-EXIT
           END-IF.

           MOVE 'CARD REWARDS POINTS' TO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-OPENING TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'POINTS AT START OF CYCLE    ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-EARNED TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'EARNED                      ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-REVERSED TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'REVERSED / RESTORED         ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-REDEEMED TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'REDEEMED                    ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-EXPIRED TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'EXPIRED                     ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           MOVE RWRD01O-BALANCE TO WS-PTS-DSP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'POINTS BALANCE              ' DELIMITED BY SIZE
                  WS-PTS-DSP DELIMITED BY SIZE
             INTO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

           IF RWRD01O-NEXT-EXPIRY NOT = SPACES
               MOVE RWRD01O-NEXT-EXP-PTS TO WS-PTS-DSP
               MOVE SPACES TO WS-STMT-LINE
               STRING 'NEXT TO EXPIRE ON ' DELIMITED BY SIZE
                      RWRD01O-NEXT-EXPIRY  DELIMITED BY SIZE
                      WS-PTS-DSP           DELIMITED BY SIZE
                 INTO WS-STMT-LINE
               PERFORM P500-ARCHIVE-LINE
           END-IF.

           MOVE SPACES TO WS-STMT-LINE.
           PERFORM P500-ARCHIVE-LINE.

       RENDER-POINTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Statement foot - the closing position the cycle rolls forward.
      *-----------------------------------------------------------------
                   MOVE 'DEPOSIT   ' TO WS-CAT-DESC
               WHEN DCL-BTX-IS-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO WS-CAT-DESC
               WHEN DCL-BTX-IS-REWARD
                   MOVE 'REWARDS   ' TO WS-CAT-DESC
               WHEN OTHER
                   MOVE 'OTHER     ' TO WS-CAT-DESC
           END-EVALUATE.

           PERFORM P800-ERROR-CHECK.

      *    Nothing goes to the printer for an undeliverable address.
           IF NOT DCL-BCS-ADDR-UNDELIVERABLE
               DISPLAY WS-STMT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Delivery.  A customer opted into e-mail gets the statement
           PERFORM P530-MARK-DELIVERY.

       P530-MARK-DELIVERY.
      *    Paper to an address the post has sent back is held.
           IF DCL-SMT-PAPER AND DCL-BCS-ADDR-UNDELIVERABLE
               SET DCL-SMT-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

           MOVE DCL-BAC-PID   TO DCL-SMT-PID.
           MOVE DCL-BAC-ACCNO TO DCL-SMT-ACCNO.
           MOVE WS-RUN-DATE   TO DCL-SMT-STMT-DTE.

           EXEC SQL
                DECLARE SMG_CSR CURSOR FOR
                SELECT SMG_TEXT, SMG_BRANCH, SMG_TIER, SMG_ACCTYPE,
                       SMG_PURPOSE
                FROM BNKSMSG
                WHERE SMG_STATUS = 'A'
                  AND SMG_FROM_DATE <= :WS-RUN-DATE
                INTO :DCL-SMG-TEXT,
                     :DCL-SMG-BRANCH,
                     :DCL-SMG-TIER,
                     :DCL-SMG-ACCTYPE,
                     :DCL-SMG-PURPOSE
           END-EXEC.

           IF SQLCODE = ZERO
                 TO WS-MSG-TIER(WS-MSG-SUB)
               MOVE DCL-SMG-ACCTYPE
                 TO WS-MSG-ACCTYPE(WS-MSG-SUB)
               MOVE DCL-SMG-PURPOSE
                 TO WS-MSG-PURPOSE(WS-MSG-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Append the messages that target this account - branch, tier
      * and account type each match exactly or carry '*'.  Anything
      * but a service message also needs the customer's live consent
      * to marketing in statement messages.
      *=================================================================
       P270-RENDER-MESSAGES.
           IF WS-MSG-COUNT = ZERO
               END-IF
           END-IF.

           MOVE 'N'         TO WS-MSG-MKT-SW.
           MOVE DCL-BAC-PID TO DCL-MKC-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MSG-CONSENT-COUNT
                  FROM BNKMKTC
                 WHERE MKC_PID     = :DCL-MKC-PID
                   AND MKC_CHANNEL = 'M'
                   AND MKC_PURPOSE = 'M'
                   AND MKC_STATUS  = 'G'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO AND WS-MSG-CONSENT-COUNT > ZERO
               SET WS-MSG-MKT-CONSENT TO TRUE
           END-IF.

           PERFORM P275-TRY-MESSAGE
               VARYING WS-MSG-SUB FROM 1 BY 1
               UNTIL WS-MSG-SUB > WS-MSG-COUNT.
              AND
              (WS-MSG-ACCTYPE(WS-MSG-SUB) = '*' OR
               WS-MSG-ACCTYPE(WS-MSG-SUB) = DCL-BAC-ACCTYPE)
              AND
              (WS-MSG-SERVICE(WS-MSG-SUB) OR WS-MSG-MKT-CONSENT)
               MOVE WS-MSG-TEXT(WS-MSG-SUB) TO WS-STMT-LINE
               PERFORM P500-ARCHIVE-LINE
           END-IF.

           EXEC SQL
                DECLARE HHC_CSR CURSOR FOR
                SELECT BCS_PID, BCS_NAME, BCS_SEND_EMAIL, BCS_EMAIL,
                       BCS_ADDR_STATUS
                FROM BNKCUST
                WHERE BCS_COMBINED_STMT = 'Y'
                ORDER BY BCS_PID
           DISPLAY 'DBANK07P - household statements rendered: '
                   WS-HH-COUNT.

           DISPLAY 'DBANK07P - paper statements held, address '
                   'undeliverable: ' WS-HELD-COUNT.

       P610-FETCH-HOUSEHOLD.
           EXEC SQL
                FETCH HHC_CSR
                INTO :DCL-BCS-PID,
                     :DCL-BCS-NAME,
                     :DCL-BCS-SEND-EMAIL,
                     :DCL-BCS-EMAIL,
                     :DCL-BCS-ADDR-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               SET DCL-SMT-PAPER TO TRUE
           END-IF.

           IF DCL-SMT-PAPER AND DCL-BCS-ADDR-UNDELIVERABLE
               SET DCL-SMT-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

           MOVE WS-HH-PID   TO DCL-SMT-PID.
           MOVE 'HOUSEHLD ' TO DCL-SMT-ACCNO.
           MOVE WS-RUN-DATE TO DCL-SMT-STMT-DTE.
