001700*              active holds; 'P' places one on an account       *
001800*              (protects that account's BNKTXN history) or a    *
001900*              customer (protects everything keyed to the PID,  *
002000*              the BNKLOGA and BNKCADT trails included) or a    *
002010*              batch job (protects every report it has in the   *
002020*              report repository from the DRPTS02P retention    *
002030*              purge) with a mandatory reason; 'R' releases     *
002100*              it - the row stays, completed with who released  *
002200*              it and when, so the preservation history itself  *
002300*              is evidence.                                     *
002400*              Every action writes its before/after images to   *
002500*              BNKMADT through DBANK74P.  DLHLD02P is the       *
002600*              standing report of what is being preserved.      *
      *=================================================================
       P200-PLACE-HOLD.
           IF NOT LHLD01I-ON-ACCOUNT AND NOT LHLD01I-ON-CUSTOMER
              AND NOT LHLD01I-ON-REPORTS
               MOVE 'Hold type must be A (account), C (customer) or R (r
      -             'eports)' TO BANK-ERRMSG
               GO TO PLACE-HOLD-EXIT
           END-IF.

           IF LHLD01I-KEY = SPACES
               MOVE 'Please enter the account, customer or job key'
                 TO BANK-ERRMSG
               GO TO PLACE-HOLD-EXIT
           END-IF.
                   MOVE 'Account not on file' TO BANK-ERRMSG
                   GO TO PLACE-HOLD-EXIT
               END-IF
           END-IF.

           IF LHLD01I-ON-REPORTS
               MOVE LHLD01I-KEY TO DCL-LHD-KEY
               MOVE ZERO        TO WS-DUP-COUNT
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-DUP-COUNT
                      FROM BNKRPTH
                     WHERE RPH_JOB = :DCL-LHD-KEY
               END-EXEC
               IF SQLCODE = ZERO AND WS-DUP-COUNT = ZERO
                   MOVE 'No stored reports for that job' TO BANK-ERRMSG
                   GO TO PLACE-HOLD-EXIT
               END-IF
           END-IF.

           IF LHLD01I-ON-CUSTOMER
               MOVE LHLD01I-KEY TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_NAME
