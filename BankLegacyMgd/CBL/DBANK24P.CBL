001500*              account - resolves BAC_ACCTYPE from BNKACC then  *
001600*              BAT_OVERDRAFT_LIMIT from BNKATYPE for it, so a    *
001700*              caller can pre-validate a debit before it is     *
001800*              posted through DBANK04P.  A revolving line of    *
      *              credit ('R') takes its own approved limit from   *
      *              BNKLINE instead - nothing while the line is      *
      *              frozen or closed.                                *
001900*              SQL version                                      *
002000*****************************************************************


           COPY CBANKSATX.

           EXEC SQL
                INCLUDE CBANKSLN
           END-EXEC.

           COPY CBANKSLNX.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.
                       BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = ZERO AND WS-ACC-TYPE = 'R'
               MOVE CD24I-ACCNO TO DCL-LIN-ACCNO
               EXEC SQL
                    SELECT LIN_LIMIT, LIN_STATUS
                      INTO :DCL-LIN-LIMIT, :DCL-LIN-STATUS
                      FROM BNKLINE
                     WHERE LIN_ACCNO = :DCL-LIN-ACCNO
               END-EXEC

               IF SQLCODE = ZERO
                   IF DCL-LIN-ACTIVE
                       MOVE DCL-LIN-LIMIT TO CD24O-OVERDRAFT-LIMIT
                   END-IF
                   SET CD24O-FOUND-OK TO TRUE
               END-IF
               GOBACK
           END-IF.

           IF SQLCODE = ZERO
               MOVE WS-ACC-TYPE TO DCL-BAT-TYPE
               EXEC SQL
