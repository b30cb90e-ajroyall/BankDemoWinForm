001600*              comma-delimited mail-merge file (name, address,  *
001700*              current total balance) for the print shop to     *
001800*              produce paper statements from.                   *
001810*              The print shop is entitled to no SIN, phone,     *
001820*              e-mail or card number in clear, and the merge    *
001830*              carries none - a column of that kind added here  *
001840*              goes out through DMASK01P masked.                *
001850*              The merge carries marketing, so a customer goes  *
001860*              on it only with live consent to marketing by     *
001870*              post on the BNKMKTC consent register.            *
001880*              A customer whose address is flagged              *
001882*              undeliverable by returned mail (DRMAL01P) is     *
001884*              held off the merge until the address is          *
001886*              changed, and counted as held on the run log.     *
001900*              SQL version - standalone batch step, connects    *
002000*              and disconnects itself.                          *
002100*****************************************************************
               88  WS-FILE-OK                    VALUE "00".
           05  WS-EXPORT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-HELD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-BAL                      PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-BAL-DSP                  PIC -(8)9.99.


           COPY CBANKSCSX.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           COPY SQLCA.

           EXEC SQL

      *=================================================================
      * Drive the export run - one pass over every BNKCUST row flagged
      * for paper mail whose customer has consented to marketing by
      * post, one output line per customer.
      *=================================================================
       P100-RUN-EXPORT.
           MOVE ZERO TO WS-EXPORT-COUNT WS-HELD-COUNT.

           OPEN OUTPUT MAILMRGE.

                           BCS_ADDR2,
                           BCS_STATE,
                           BCS_COUNTRY,
                           BCS_POST_CODE,
                           BCS_ADDR_STATUS
                    FROM BNKCUST
                    WHERE BCS_SEND_MAIL = 'Y'
                      AND EXISTS
                          (SELECT 1 FROM BNKMKTC
                            WHERE MKC_PID     = BCS_PID
                              AND MKC_CHANNEL = 'P'
                              AND MKC_PURPOSE = 'M'
                              AND MKC_STATUS  = 'G')
                    ORDER BY BCS_PID
                    FOR FETCH ONLY
               END-EXEC
           END-IF.

           DISPLAY 'DBANK21P - export complete, rows written: '
                   WS-EXPORT-COUNT ' held, address undeliverable: '
                   WS-HELD-COUNT.

       P200-OPEN-CURSOR.
           EXEC SQL
                     :DCL-BCS-ADDR2,
                     :DCL-BCS-STATE,
                     :DCL-BCS-COUNTRY,
                     :DCL-BCS-POST-CODE,
                     :DCL-BCS-ADDR-STATUS
           END-EXEC.

      *    The post has been returning this customer's mail - hold it.
           IF SQLCODE = ZERO
               IF DCL-BCS-ADDR-UNDELIVERABLE
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM P220-WRITE-MERGE-ROW
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.
       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'MAILMRGE' TO CD37I-JOB.
           ADD WS-EXPORT-COUNT WS-HELD-COUNT GIVING CD37I-ROWS-READ.
           MOVE WS-EXPORT-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-HELD-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF RETURN-CODE = 0
               SET CD37I-ENDED-OK TO TRUE
