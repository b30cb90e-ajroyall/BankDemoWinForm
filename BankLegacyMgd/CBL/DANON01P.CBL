               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-CTL-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
