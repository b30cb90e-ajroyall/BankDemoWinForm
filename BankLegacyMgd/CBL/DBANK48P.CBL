002840*              and anything else (wrong amount, never-issued    *
002850*              number) queues on BNKPPEX for DPPAY02P's         *
002860*              review screen instead of paying or bouncing.     *
002865*              Before anything posts the file is checked in     *
002870*              with the DINFL01P inbound file registry - a file *
002875*              already posted is refused, one out of sequence   *
002880*              or dated for another business day is             *
002885*              quarantined.  An optional first line 'H' carries *
002890*              the file date YYYY-MM-DD in cols 2-11 and a      *
002895*              sequence number 9(6) in cols 12-17.              *
002896*              A bank draft comes through on the drafts-        *
002897*              outstanding account number WS-DRAFT-ACCNO and is *
002898*              matched and paid off the BNKDRAFT register by    *
002899*              DDRFT01P instead of the cheque register.         *
002900*              A number not on the register that falls in a     *
002901*              range reserved for a printer order not yet       *
002902*              dispatched (BNKCHQORD 'S') is rejected as from   *
002903*              a book never dispatched.                         *
002904*              SQL version - standalone batch step, connects    *
003000*              and disconnects itself.                          *
003100*****************************************************************

                                                  VALUE ZERO.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-REJECT-REASON                  PIC X(35).
      *-----------------------------------------------------------------
      * The account number printed on the MICR line of the bank's own
      * drafts - not a customer account; items drawn on it are paid
      * from drafts outstanding.
      *-----------------------------------------------------------------
           05  WS-DRAFT-ACCNO                    PIC X(9)
                                                  VALUE '999999999'.
           05  WS-DRAFT-ERRMSG                   PIC X(65).
           05  WS-DRAFT-GOODMSG                  PIC X(65).
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-NUM-DSP                        PIC Z(5)9.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
           COPY CBANKVC20.
           COPY CBANKVC25.
           COPY CBANKVC37.
           COPY CDRFT01.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).
                INCLUDE CBANKSAT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSQO
           END-EXEC.

       01  WS-UNDISPATCHED-CNT                   PIC S9(5) COMP-3.

           COPY CBANKSCQX.
           COPY CBANKSACX.
           COPY CBANKSPPX.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-PRESENTMENT
               END-IF
               PERFORM P600-OUTSTANDING-REPORT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
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
           MOVE 'CHQPRES '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK48P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DBANK48P - clearing file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the presentment run - one pass over the clearing file.
      *=================================================================

               PERFORM P200-READ-CLEARING-FILE

               PERFORM P210-PROCESS-ITEM THRU PROCESS-ITEM-EXIT
                   UNTIL WS-AT-EOF

               CLOSE CHQPRES
           END-IF.

       P210-PROCESS-ITEM.
           IF CHP-REC-TYPE = 'D' AND CHP-ACCNO = WS-DRAFT-ACCNO
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM P700-PRESENT-DRAFT THRU PRESENT-DRAFT-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM P500-WRITE-REJECT
               END-IF
               PERFORM P200-READ-CLEARING-FILE
               GO TO PROCESS-ITEM-EXIT
           END-IF.

           IF CHP-REC-TYPE = 'D'
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM P300-CHECK-REGISTER THRU CHECK-REGISTER-EXIT

           PERFORM P200-READ-CLEARING-FILE.

       PROCESS-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The presented number has to sit outstanding on the register.
      * Stopped is the officer's block doing its job; paid means a

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   PERFORM P305-CHECK-UNDISPATCHED
               WHEN SQLCODE NOT = ZERO
                   PERFORM P800-ERROR-CHECK
                   MOVE 'Register lookup failed' TO WS-REJECT-REASON
       CHECK-REGISTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Not on the register - but a number from a book the printer
      * has been sent and not yet confirmed dispatched is a book that
      * never reached the customer, and operations need to know it.
      *-----------------------------------------------------------------
       P305-CHECK-UNDISPATCHED.
           MOVE ZERO TO WS-UNDISPATCHED-CNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-UNDISPATCHED-CNT
                  FROM BNKCHQORD
                 WHERE CQO_ACCNO  = :DCL-CHQ-ACCNO
                   AND CQO_STATUS = 'S'
                   AND CQO_START_NO <= :DCL-CHQ-NUMBER
                   AND CQO_START_NO + CQO_BOOK_SIZE - 1
                       >= :DCL-CHQ-NUMBER
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-UNDISPATCHED-CNT > ZERO
               MOVE 'Cheque book never dispatched' TO WS-REJECT-REASON
           ELSE
               MOVE 'Cheque not on register' TO WS-REJECT-REASON
           END-IF.

      *-----------------------------------------------------------------
      * The positive-pay gate.  An account with no issue rows is not
      * enrolled and pays on the register alone, exactly as before.
             INTO CHQREJ-RECORD.
           WRITE CHQREJ-RECORD.

      *=================================================================
      * A bank draft - DDRFT01P pays it out of drafts outstanding on
      * an exact number-and-amount match with the BNKDRAFT register,
      * or hands back the reason it will not.  A database failure
      * there fails the run like any other.
      *=================================================================
       P700-PRESENT-DRAFT.
           IF CHP-NUMBER IS NOT NUMERIC OR CHP-AMOUNT IS NOT NUMERIC
               MOVE 'Malformed presentment item' TO WS-REJECT-REASON
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           IF CHP-AMOUNT-N > 9999999.99
               MOVE 'Amount differs from draft' TO WS-REJECT-REASON
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           MOVE SPACES TO DRFT01-DATA WS-DRAFT-ERRMSG WS-DRAFT-GOODMSG.
           SET DRFT01I-PRESENT TO TRUE.
           MOVE 'BATCH'        TO DRFT01I-USERID.
           MOVE CHP-NUMBER-N   TO DRFT01I-NUMBER.
           MOVE CHP-AMOUNT-N   TO DRFT01I-AMOUNT.

           CALL 'DDRFT01P' USING BY REFERENCE DRFT01-DATA
                                 BY REFERENCE WS-DRAFT-ERRMSG
                                 BY REFERENCE WS-DRAFT-GOODMSG.

           IF WS-DRAFT-ERRMSG = SPACES
               ADD 1 TO WS-PAID-COUNT
               ADD CHP-AMOUNT-N TO WS-PAID-AMOUNT
               GO TO PRESENT-DRAFT-EXIT
           END-IF.

           MOVE WS-DRAFT-ERRMSG(1:35) TO WS-REJECT-REASON.

           IF NOT DRFT01O-REJECTED
               DISPLAY 'DBANK48P - ' WS-DRAFT-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       PRESENT-DRAFT-EXIT.
           EXIT.

      *=================================================================
      * The outstanding-cheques report the reconciliation team keeps
      * asking for - every number still out, by account.
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-REJ-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(2)
               MOVE 'C' TO CD37I-REPORT-CLASS(2)
               MOVE 'M' TO CD37I-REPORT-KEEP(2)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
