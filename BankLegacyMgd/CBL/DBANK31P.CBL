002400*              effective date already superseded on BNKFXRT)    *
002500*              are written to an exception listing instead of   *
002600*              being applied.                                   *
002610*              Before anything posts the file is checked in     *
002620*              with the DINFL01P inbound file registry - a file *
002630*              already posted is refused, so a rerun of the     *
002640*              same file posts nothing.                         *
002700*              SQL version - standalone batch step, connects    *
002800*              and disconnects itself.                          *
002900*****************************************************************
           05  WS-REJ-REASON                     PIC X(40).
           05  FILLER                            PIC X(54) VALUE SPACES.

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
           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-IMPORT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P900-DISCONNECT
           ELSE
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
           MOVE 'FXRATES '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE SPACE          TO INFL01I-HEADER-ID.
           MOVE ZERO           TO INFL01I-DATE-POS
                                  INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK31P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK31P - rate file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the import run - one pass over the daily rate file,
      * every line either applied to BNKFXRT or written to the
