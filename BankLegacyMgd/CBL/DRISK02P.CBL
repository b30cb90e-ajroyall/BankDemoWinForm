                DECLARE RRV_CSR CURSOR FOR
                SELECT RSK_PID, RSK_RATING, RSK_SCORE, RSK_CASH_90D,
                       RSK_WIRE_90D, RSK_WHIT_HITS, RSK_REL_MONTHS,
                       RSK_BOWN_FLAGS, RSK_NEXT_REVIEW
                FROM BNKRISK
                WHERE RSK_NEXT_REVIEW > ' '
                  AND RSK_NEXT_REVIEW <= :WS-TODAY-DATE
                     :DCL-RSK-WIRE-90D,
                     :DCL-RSK-WHIT-HITS,
                     :DCL-RSK-REL-MONTHS,
                     :DCL-RSK-BOWN-FLAGS,
                     :DCL-RSK-NEXT-REVIEW
           END-EXEC.

                 TO RISK02O-WHIT-HITS(WS-SUB)
               MOVE DCL-RSK-REL-MONTHS
                 TO RISK02O-REL-MONTHS(WS-SUB)
               MOVE DCL-RSK-BOWN-FLAGS
                 TO RISK02O-BOWN-FLAGS(WS-SUB)
               MOVE DCL-RSK-NEXT-REVIEW
                 TO RISK02O-NEXT-REVIEW(WS-SUB)
           END-IF.
