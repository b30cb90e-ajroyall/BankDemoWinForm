001500*              account, many salary credits.  Layout of         *
001600*              BULKPAY.DAT (fixed, one record per line):        *
001700*                'H' + funding account (9) + funding PID (5)    *
001710*                      + file date YYYY-MM-DD (10) + file       *
001720*                      sequence number 9(6)                     *
001800*                'D' + credit account (9) + amount 9(9)V99      *
001900*                      (11 digits, no point) + desc (30)        *
002000*                'T' + item count 9(5) + file total 9(9)V99     *
002700*              committed through DBANK17P or rolled back whole  *
002800*              through DBANK18P.  BULKSET.RPT is the per-file   *
002900*              settlement report.                               *
002910*              Before anything posts the file is checked in     *
002920*              with the DINFL01P inbound file registry - a file *
002930*              already posted is refused, one out of sequence   *
002940*              or dated for another business day is             *
002950*              quarantined.  The header's file date and         *
002960*              sequence number come from cols 16-25 and 26-31.  *
003000*              SQL version - standalone batch step, connects    *
003100*              and disconnects itself.                          *
003200*****************************************************************
           05  PAY-H-TYPE                       PIC X(1).
           05  PAY-H-FUND-ACC                   PIC X(9).
           05  PAY-H-FUND-PID                   PIC X(5).
           05  PAY-H-FILE-DATE                  PIC X(10).
           05  PAY-H-FILE-SEQ                   PIC X(6).
           05  FILLER                           PIC X(49).
       01  PAY-DETAIL REDEFINES PAYFILE-RECORD.
           05  PAY-D-TYPE                       PIC X(1).
           05  PAY-D-ACCNO                      PIC X(9).
           COPY CBANKVC37.
           COPY UACCTCC1.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).


           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-PROCESS-FILE THRU PROCESS-FILE-EXIT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Check the file in with the inbound file registry before any
      * of it posts.  A file already posted is refused and one
      * quarantined waits for an operator on the Inbound Files
      * screen - either way this run posts nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'BULKPAY '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 16             TO INFL01I-DATE-POS.
           MOVE 26             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK82P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK82P - bulk file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Two passes over the file's content: validate everything
      * first, then - only if the funding account covers the
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
