002000*              and an end row survives the run being rolled    *
002100*              back.  An abended end also queues an alert to   *
002200*              the operations distribution list through the    *
002300*              BNKMAILQ pipeline (DBANK20P).  Any report the   *
002310*              run names is kept in the report repository      *
002320*              (DRPTS01P) before the end row is committed.     *
002400*              SQL version                                      *
002500*****************************************************************

           05  WS-OPS-PID                        PIC X(5)
                   VALUE 'OPS  '.
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-RPT-SUB                        PIC S9(4) COMP.
           05  WS-RPT-ERRMSG                     PIC X(65).
           05  WS-RPT-GOODMSG                    PIC X(65).

           COPY CBANKVC20.
           COPY CRPTS01.

           EXEC SQL
                BEGIN DECLARE SECTION
               PERFORM P300-QUEUE-OPS-ALERT
           END-IF.

           PERFORM P400-STORE-REPORT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > 2.

           CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS.

      *=================================================================
                       WS-ALERT-ERRMSG
           END-IF.

      *=================================================================
      * Keep each report the run wrote in the report repository under
      * the run's row.  Like the alert, a report that cannot be kept
      * is logged to the job log and never fails the run.
      *=================================================================
       P400-STORE-REPORT.
           IF CD37I-REPORT-FILE(WS-RPT-SUB) NOT = SPACES
               MOVE SPACES TO RPTS01-DATA WS-RPT-ERRMSG WS-RPT-GOODMSG
               SET RPTS01I-STORE TO TRUE
               MOVE CD37I-JOB                      TO RPTS01I-JOB
               MOVE CD37IO-START-TS                TO RPTS01I-RUN-TS
               MOVE CD37I-REPORT-FILE(WS-RPT-SUB)  TO RPTS01I-FILENAME
               MOVE CD37I-REPORT-CLASS(WS-RPT-SUB)
                 TO RPTS01I-SENSITIVITY
               MOVE CD37I-REPORT-KEEP(WS-RPT-SUB)  TO RPTS01I-RETENTION
               MOVE ZERO TO RPTS01I-REPORT-ID RPTS01I-PAGE

               CALL 'DRPTS01P' USING BY REFERENCE RPTS01-DATA
                                     BY REFERENCE WS-RPT-ERRMSG
                                     BY REFERENCE WS-RPT-GOODMSG

               IF WS-RPT-ERRMSG NOT = SPACES
                   DISPLAY 'DBANK37P - report not stored: '
                           WS-RPT-ERRMSG
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
