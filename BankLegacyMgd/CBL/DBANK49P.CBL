001500*              holds behind the B58 screen.  Lists, places and  *
001600*              releases holds, and totals an account's active   *
001700*              holds for the available-balance arithmetic in    *
001800*              BBANK50P and the balance display.  An active     *
001810*              hold can also be converted - carried on under a  *
001820*              new reason to a new release date - when the      *
001830*              funds it covers have yet to be recovered.        *
001900*              SQL version                                      *
002000*****************************************************************

                   PERFORM P300-RELEASE-HOLD
               WHEN CD49I-TOTAL
                   PERFORM P400-TOTAL-HOLDS
               WHEN CD49I-CONVERT
                   PERFORM P500-CONVERT-HOLD THRU CONVERT-HOLD-EXIT
               WHEN OTHER
                   MOVE 'Invalid hold function' TO BANK-ERRMSG
           END-EVALUATE.
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Convert one active hold, keyed by its created timestamp, to
      * the reason and release date given - the reason is kept when
      * none is given.
      *=================================================================
       P500-CONVERT-HOLD.
           IF CD49I-RELEASE-DTE = SPACES
               MOVE 'Please enter a release date' TO BANK-ERRMSG
               GO TO CONVERT-HOLD-EXIT
           END-IF.

           MOVE CD49I-CREATED-TS  TO DCL-HLD-CREATED-TS.
           MOVE CD49I-RELEASE-DTE TO DCL-HLD-RELEASE-DTE.
           MOVE CD49I-REASON      TO DCL-HLD-REASON.

           EXEC SQL
                UPDATE BNKHOLD
                   SET HLD_RELEASE_DTE = :DCL-HLD-RELEASE-DTE,
                       HLD_REASON      =
                           CASE WHEN :DCL-HLD-REASON = ' '
                                THEN HLD_REASON
                                ELSE :DCL-HLD-REASON END
                 WHERE HLD_ACCNO      = :DCL-HLD-ACCNO
                   AND HLD_CREATED_TS = :DCL-HLD-CREATED-TS
                   AND HLD_STATUS     = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Hold converted' TO GOOD-ERRMSG
               WHEN SQLCODE = +100
                   MOVE 'Hold not found or already released'
                     TO BANK-ERRMSG
               WHEN OTHER
                   PERFORM P800-ERROR-CHECK
           END-EVALUATE.

       CONVERT-HOLD-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
