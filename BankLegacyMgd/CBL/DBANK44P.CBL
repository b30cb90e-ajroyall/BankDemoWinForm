001800*              file, with header and trailer control records    *
001900*              carrying the item count and total amount, then   *
002000*              marks each row sent.                             *
002010*              The run date is each wire's value date - the day *
002020*              the correspondent debits our nostro, which       *
002030*              DNOST02P proves against its statement.           *
002100*              SQL version - standalone batch step, connects    *
002200*              and disconnects itself.                          *
002300*****************************************************************
           MOVE DCL-WIR-AMOUNT  TO WS-DTL-AMOUNT.
           MOVE DCL-WIR-REF     TO WS-DTL-REF.
           MOVE DCL-WIR-ACCNO   TO WS-DTL-FROM-ACC.
           MOVE WS-RUN-DATE     TO DCL-WIR-VALUE-DATE.

           WRITE WIREOUT-RECORD FROM WS-DETAIL-REC.

           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_STATUS     = 'S',
                       WIR_VALUE_DATE = :DCL-WIR-VALUE-DATE
                 WHERE WIR_REF = :DCL-WIR-REF
                   AND WIR_STATUS = 'P'
           END-EXEC.
