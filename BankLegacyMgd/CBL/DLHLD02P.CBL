           IF SQLCODE = ZERO
               ADD 1 TO WS-HOLD-COUNT

               EVALUATE TRUE
                   WHEN DCL-LHD-ON-CUSTOMER
                       MOVE 'CUSTOMER ' TO WS-TYPE-DESC
                   WHEN DCL-LHD-ON-REPORTS
                       MOVE 'REPORTS  ' TO WS-TYPE-DESC
                   WHEN OTHER
                       MOVE 'ACCOUNT  ' TO WS-TYPE-DESC
               END-EVALUATE

               MOVE SPACES TO HOLDRPT-RECORD
               STRING WS-TYPE-DESC      DELIMITED BY SIZE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
