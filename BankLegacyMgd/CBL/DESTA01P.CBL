               MOVE ESTA01O-BALANCE(WS-SUB)
                 TO CD28I-FROM-CUR-BAL
               MOVE ESTA01I-PAYOUT-ACC   TO CD28I-TO-ACC
               SET CD28I-CLOSE-ESTATE    TO TRUE

               CALL 'BBANK51P' USING BY REFERENCE CD28-DATA
                                     BY REFERENCE WS-CLOSE-ERRMSG
