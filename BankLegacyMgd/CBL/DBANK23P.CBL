               SET CD37I-ABENDED TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
