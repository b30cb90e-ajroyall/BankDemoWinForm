002500*              parks on BNKWIRE in suspense ('X') and lists on  *
002600*              the suspense report for the back office to       *
002700*              repair and repost.                               *
002710*              Before anything posts the file is checked in     *
002720*              with the DINFL01P inbound file registry - a file *
002730*              already posted is refused, one out of sequence   *
002740*              or dated for another business day is             *
002750*              quarantined.  An optional first line 'H' carries *
002760*              the file date YYYY-MM-DD in cols 2-11 and a      *
002770*              sequence number 9(6) in cols 12-17.              *
002780*              Every item, posted or in suspense, is valued     *
002790*              today - the day the money reached our nostro,    *
002795*              which DNOST02P proves against its statement.     *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************
           COPY CBANKVC6.
           COPY CBANKVC37.

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
                   PERFORM P100-RUN-IMPORT
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
           MOVE 'WIREIN  '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK45P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK45P - return file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the import - one pass over the return file, posting
      * each detail line or parking it in suspense.
                  WIR_AMOUNT,
                  WIR_STATUS,
                  WIR_REF,
                  WIR_CREATED_TS,
                  WIR_VALUE_DATE
                ) VALUES (
                  :DCL-WIR-DIRECTION,
                  :DCL-WIR-PID,
                  :DCL-WIR-AMOUNT,
                  :DCL-WIR-STATUS,
                  :DCL-WIR-REF,
                  CURRENT TIMESTAMP,
                  CHAR(CURRENT DATE))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-SUSP-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
