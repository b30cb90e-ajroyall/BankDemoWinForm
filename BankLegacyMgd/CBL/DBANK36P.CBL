001500*              per-step state rows DBANK35P keeps on BNKCKPT    *
001600*              (CKP_JOB 'EOD*') so the B25 operator console     *
001700*              can show which step is running, done or failed.  *
      *              It also reports the subledger-to-GL proof as     *
      *              failed while any BNKGLDIF difference is still    *
      *              unexplained (open).                              *
001800*              SQL version                                      *
001900*****************************************************************

                INCLUDE CBANKSCK
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGD
           END-EXEC.

           COPY CBANKSCKX.
           COPY CBANKSGDX.

           COPY SQLCA.


           PERFORM P800-ERROR-CHECK.

           PERFORM P300-PROOF-STATE.

           GOBACK.

       P100-FETCH-STEP.
                   MOVE 'UNKNOWN   ' TO CD36O-STATUS-DESC(WS-SUB)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * The GL proof passes only when no difference on the review
      * list is still open - an explained one does not fail it.
      *-----------------------------------------------------------------
       P300-PROOF-STATE.
           MOVE ZERO TO CD36O-PROOF-OPEN.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :CD36O-PROOF-OPEN
                  FROM BNKGLDIF
                 WHERE GLD_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF CD36O-PROOF-OPEN IS GREATER THAN ZERO
               SET CD36O-PROOF-FAILED TO TRUE
           ELSE
               SET CD36O-PROOF-PASSED TO TRUE
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
