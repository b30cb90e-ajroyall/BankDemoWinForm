001700*              reference in cols 41-60).  The replace is one    *
001800*              unit of work, so a bad file leaves yesterday's   *
001900*              list standing.                                   *
001910*              Before anything posts the file is checked in     *
001920*              with the DINFL01P inbound file registry - a file *
001930*              already posted is refused, so a rerun of the     *
001940*              same file posts nothing.                         *
001950*              Once the new list is committed every active      *
001960*              beneficial owner is re-screened against it       *
001970*              through DBOWN01P - a new match holds the owner   *
001980*              and queues the hit for compliance.               *
002000*              SQL version - standalone batch step, connects    *
002100*              and disconnects itself.                          *
002200*****************************************************************

           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

      *-----------------------------------------------------------------
      * Beneficial-owner re-screen once the new list stands.
      *-----------------------------------------------------------------
       01  WS-BOWN-ERRMSG                        PIC X(65).
       01  WS-BOWN-GOODMSG                       PIC X(65).
       01  WS-BOWN-COUNT-DSP                     PIC Z(6)9.

           COPY CBOWN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-LOAD THRU RUN-LOAD-EXIT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               IF INFL01O-GO-AHEAD AND NOT WS-JOB-HAD-ERROR
                   PERFORM P300-RESCREEN-OWNERS
                   PERFORM P890-COMMIT-OR-ROLLBACK
               END-IF
               PERFORM P895-LOG-END
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
           MOVE 'WTCHLOAD'     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE SPACE          TO INFL01I-HEADER-ID.
           MOVE ZERO           TO INFL01I-DATE-POS
                                  INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK85P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK85P - watchlist file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Replace the list: clear, then load every non-blank line.
      *=================================================================
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Every active beneficial owner against the list just loaded.
      * The load itself is already committed - a failure here rolls
      * back only the re-screen and fails the step for a rerun.
      *=================================================================
       P300-RESCREEN-OWNERS.
           MOVE SPACES TO BOWN01-DATA WS-BOWN-ERRMSG WS-BOWN-GOODMSG.
           SET BOWN01I-RESCREEN TO TRUE.
           MOVE 'BATCH' TO BOWN01I-USERID.

           CALL 'DBOWN01P' USING BY REFERENCE BOWN01-DATA
                                 BY REFERENCE WS-BOWN-ERRMSG
                                 BY REFERENCE WS-BOWN-GOODMSG.

           IF WS-BOWN-ERRMSG NOT = SPACES
               DISPLAY 'DBANK85P - ' WS-BOWN-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE BOWN01O-SCREENED TO WS-BOWN-COUNT-DSP
               DISPLAY 'DBANK85P - beneficial owners re-screened: '
                       WS-BOWN-COUNT-DSP
               MOVE BOWN01O-HELD TO WS-BOWN-COUNT-DSP
               DISPLAY 'DBANK85P - beneficial owners held:        '
                       WS-BOWN-COUNT-DSP
           END-IF.

      *=================================================================
      * The replace is one unit of work - a bad file rolls the whole
      * load back and yesterday's list stands.
