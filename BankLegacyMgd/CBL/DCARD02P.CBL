002200*              the CARDSETL pseudo-account, so card breaks      *
002300*              flow through the same DBANK62P review workflow   *
002400*              as ledger breaks.                                *
002410*              Before anything posts the file is checked in     *
002420*              with the DINFL01P inbound file registry - a file *
002430*              already posted is refused, one out of sequence   *
002440*              or dated for another business day is             *
002450*              quarantined.  An optional first line 'H' carries *
002460*              the file date YYYY-MM-DD in cols 2-11 and a      *
002470*              sequence number 9(6) in cols 12-17.              *
002500*              SQL version - standalone batch step, connects    *
002600*              and disconnects itself.                          *
002700*****************************************************************

           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-RECON THRU RUN-RECON-EXIT
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
           MOVE 'CARDRECN'     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DCARD02P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DCARD02P - totals file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the reconciliation - one pass over the network's totals
      * file.
