002100*                - relationship age in months (first BNKTXN     *
002200*                  row as the proxy - the account table keeps   *
002300*                  no opening date)                             *
002310*                - beneficial owners of a business customer     *
002320*                  still unverified or held on the watchlist    *
002330*                  (BNKBOWN)                                    *
002400*              Score: cash/1000 capped 40, wires/1000 capped    *
002500*              30, 10 per hit capped 20, +10 for a              *
002600*              relationship under six months, 10 per flagged    *
002650*              owner capped 20.  H at 60, M at                  *
002700*              30, L below.  A sign-off already on the row      *
002800*              survives a rescore unless the rating worsened -  *
002900*              a worse grade always comes back up for review.   *
           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One customer: gather the five inputs, weigh them, rebuild
      * the row.
      *=================================================================
       P300-SCORE-CUSTOMER.
           MOVE ZERO TO DCL-RSK-CASH-90D DCL-RSK-WIRE-90D
                        DCL-RSK-WHIT-HITS DCL-RSK-REL-MONTHS
                        DCL-RSK-BOWN-FLAGS.

           EXEC SQL
                SELECT COALESCE(SUM(ABS(BTX_AMOUNT)), 0)
               MOVE WS-TOTAL-MONTHS TO DCL-RSK-REL-MONTHS
           END-IF.

      *    Owners behind a business - any active one not yet
      *    verified, or held on a watchlist match, counts.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :DCL-RSK-BOWN-FLAGS
                  FROM BNKBOWN
                 WHERE BOW_PID    = :DCL-RSK-PID
                   AND BOW_STATUS = 'A'
                   AND (BOW_VERIFIED = 'U' OR BOW_SCREEN = 'H')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WEIGH-SCORE.
           PERFORM P500-REBUILD-ROW.

               ADD 10 TO WS-SCORE
           END-IF.

           COMPUTE WS-PART-SCORE = DCL-RSK-BOWN-FLAGS * 10.
           IF WS-PART-SCORE > 20
               MOVE 20 TO WS-PART-SCORE
           END-IF.
           ADD WS-PART-SCORE TO WS-SCORE.

           MOVE WS-SCORE TO DCL-RSK-SCORE.

           EVALUATE TRUE
                  RSK_WIRE_90D,
                  RSK_WHIT_HITS,
                  RSK_REL_MONTHS,
                  RSK_BOWN_FLAGS,
                  RSK_SCORED_DATE,
                  RSK_NEXT_REVIEW,
                  RSK_REVIEWED_BY,
                  :DCL-RSK-WIRE-90D,
                  :DCL-RSK-WHIT-HITS,
                  :DCL-RSK-REL-MONTHS,
                  :DCL-RSK-BOWN-FLAGS,
                  :DCL-RSK-SCORED-DATE,
                  :DCL-RSK-NEXT-REVIEW,
                  :DCL-RSK-REVIEWED-BY,
