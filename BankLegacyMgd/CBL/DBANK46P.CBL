003120*              unexpired card linked to the account posts -     *
003130*              hot-carded, closed, unknown or expired cards     *
003140*              land on the rejects report as DECLINED items.    *
003141*              A debit on a minor's account over the minor card *
003142*              limit (DMINR01P) declines the same way.          *
003147*              Before anything posts the file is checked in     *
003154*              with the DINFL01P inbound file registry - a file *
003161*              already posted is refused, one out of sequence   *
003168*              or dated for another business day is             *
003175*              quarantined.  An optional first line 'H' carries *
003182*              the file date YYYY-MM-DD in cols 2-11 and a      *
003189*              sequence number 9(6) in cols 12-17.              *
      *              Every debit that posts earns the card holder     *
      *              rewards points through DRWRD01P.                 *
003200*              SQL version - standalone batch step, connects    *
003300*              and disconnects itself.                          *
003400*****************************************************************
           COPY CBANKVC6.
           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

      *-----------------------------------------------------------------
      * Card rewards - points earned on each debit that posts.
      *-----------------------------------------------------------------
       01  WS-RWRD-ERRMSG                        PIC X(65).
       01  WS-RWRD-GOODMSG                       PIC X(65).

           COPY CRWRD01.

      *-----------------------------------------------------------------
      * Minor accounts - the lower per-item card limit.
      *-----------------------------------------------------------------
       01  WS-MINR-ERRMSG                        PIC X(65).
       01  WS-MINR-GOODMSG                       PIC X(65).

           COPY CMINR01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).


           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-IMPORT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Check the file in with the inbound file registry before any
      * of it posts.  A file already posted is refused and one
      * quarantined waits for an operator on the Inbound Files
      * screen - either way this run posts nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'CARDIMP '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK46P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK46P - card file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the import - one pass over the switch file, posting
      * each detail line or writing it to the rejects report.
               PERFORM P350-CHECK-CARD THRU CHECK-CARD-EXIT
           END-IF.

           IF WS-REJECT-REASON = SPACES AND CTX-SIGN = '-'
               PERFORM P360-CHECK-MINOR-LIMIT
           END-IF.

       VALIDATE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A minor's card spends within the minor card limit - the
      * account's owner is asked about, not the card's holder, so a
      * guardian's card on the account is held to it too.  A status
      * lookup failure does not stop the item.
      *-----------------------------------------------------------------
       P360-CHECK-MINOR-LIMIT.
           MOVE SPACES          TO MINR01-DATA WS-MINR-ERRMSG
                                   WS-MINR-GOODMSG.
           SET MINR01I-ACCOUNT  TO TRUE.
           MOVE CTX-ACCNO       TO MINR01I-ACCNO.

           CALL 'DMINR01P' USING BY REFERENCE MINR01-DATA
                                 BY REFERENCE WS-MINR-ERRMSG
                                 BY REFERENCE WS-MINR-GOODMSG.

           IF WS-MINR-ERRMSG = SPACES AND MINR01O-IS-MINOR AND
              CTX-AMOUNT-N IS GREATER THAN MINR01O-CARD-LIMIT
               MOVE 'DECLINED - over minor card limit'
                 TO WS-REJECT-REASON
           END-IF.

       P350-CHECK-CARD.
           MOVE CTX-CARD-NUMBER TO DCL-CRD-NUMBER.

           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-SIGNED-AMOUNT TO WS-POSTED-AMOUNT.

           IF CTX-SIGN = '-'
               PERFORM P420-EARN-POINTS
           END-IF.

       POST-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Rewards points on the debit just posted, at the earn rate for
      * its category.  Only a database failure stops the run - a
      * category with no rate simply earns nothing.
      *-----------------------------------------------------------------
       P420-EARN-POINTS.
           MOVE SPACES           TO RWRD01-DATA WS-RWRD-ERRMSG.
           MOVE ZERO             TO RWRD01I-AMOUNT RWRD01I-POINTS
                                    RWRD01I-RATE.
           SET RWRD01I-EARN      TO TRUE.
           MOVE DCL-BAC-PID      TO RWRD01I-PID.
           MOVE DCL-BAC-ACCNO    TO RWRD01I-ACCNO.
           MOVE CTX-SOURCE-REF   TO RWRD01I-REF.
           MOVE CD06I-CATEGORY   TO RWRD01I-CATEGORY.
           MOVE WS-SIGNED-AMOUNT TO RWRD01I-AMOUNT.

           CALL 'DRWRD01P' USING BY REFERENCE RWRD01-DATA
                                 BY REFERENCE WS-RWRD-ERRMSG
                                 BY REFERENCE WS-RWRD-GOODMSG.

           IF WS-RWRD-ERRMSG(1:16) = 'Rewards failed -'
               DISPLAY 'DBANK46P - ' WS-RWRD-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P500-WRITE-REJECT.
           IF WS-REJECT-REASON = 'Duplicate - already posted'
               ADD 1 TO WS-DUPED-COUNT
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-REJ-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
