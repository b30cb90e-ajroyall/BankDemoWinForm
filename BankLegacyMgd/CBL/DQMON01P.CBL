002200*              QDEPTHWARN and QAGEDAYS (compiled fallbacks 50   *
002300*              items / 2 days) so a stalled consumer shows as   *
002400*              WARN before it becomes a three-day-old backlog.  *
002410*              BNKHBRK (open hash-chain findings from the       *
002420*              nightly DHASH02P walk) is WARN at any depth.     *
002500*              The B93 dashboard and the DQMON02P monitor       *
002600*              batch both read this same picture.               *
002700*              SQL version                                      *
           PERFORM P130-MEASURE-WATCHLIST.
           PERFORM P140-MEASURE-DATAQUALITY.
           PERFORM P150-MEASURE-PENDING-TXNS.
           PERFORM P160-MEASURE-HASH-BREAKS.

           IF BANK-ERRMSG = SPACES
               MOVE 'Queue health measured' TO GOOD-ERRMSG
           MOVE 6 TO WS-SUB.
           PERFORM P700-JUDGE-QUEUE.

      *-----------------------------------------------------------------
      * Hash-chain findings are not a backlog to be worked down - one
      * open finding means an evidence table may have been tampered
      * with, so the queue warns whatever the thresholds say.  The
      * security officer works them from the HASHCHN.RPT report.
      *-----------------------------------------------------------------
       P160-MEASURE-HASH-BREAKS.
           MOVE ZERO   TO WS-Q-DEPTH.
           MOVE SPACES TO WS-Q-OLDEST.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-Q-DEPTH
                  FROM BNKHBRK
                 WHERE HBK_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-Q-DEPTH IS GREATER THAN ZERO
               EXEC SQL
                    SELECT MIN(HBK_RUN_TS)
                      INTO :WS-Q-OLDEST
                      FROM BNKHBRK
                     WHERE HBK_STATUS = 'O'
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           MOVE 'BNKHBRK ' TO QMON01O-QUEUE(7).
           MOVE 'Security (HASHCHN)' TO QMON01O-WORKED-ON(7).
           MOVE 7 TO WS-SUB.
           PERFORM P700-JUDGE-QUEUE.

           IF WS-Q-DEPTH IS GREATER THAN ZERO
              AND QMON01O-STATE-OK(7)
               MOVE 'W' TO QMON01O-STATE(7)
               ADD 1 TO QMON01O-WARN-COUNT
           END-IF.

      *=================================================================
      * The shared judge - age from the oldest timestamp, WARN when
      * either the depth or the age crosses its line.
