001700*              with a closure date and the authorizing          *
001800*              BANK-USERID so BAC_STATUS = 'C' accounts can be   *
001900*              rejected by DBANK03P/DBANK04P from then on.       *
001910*              The closure reason the caller gives is kept on   *
001920*              BAC_CLOSE_REASON (the customer's own request     *
001930*              when none is given) for the DATTR01P attrition   *
001940*              MIS.                                             *
001950*              Both balance moves are written to the posting    *
001960*              journal through DJRNL01P, as DBANK04P's are.     *
002000*              SQL version                                      *
002100*****************************************************************

           05  WS-DEST-STATUS                    PIC X(1).
           05  WS-DEST-CURRENCY                  PIC X(3).
           05  WS-NEW-DEST-BAL                   PIC S9(7)V99 COMP-3.
           05  WS-JRNL-ERRMSG                    PIC X(65).
           05  WS-JRNL-GOODMSG                   PIC X(65).

      * Posting journal entry for each balance moved
           COPY CJRNL01.

           EXEC SQL
                BEGIN DECLARE SECTION
               SET WS-STOP-NOW TO TRUE
           ELSE
               MOVE CD28I-FROM-CUR-BAL TO CD28O-AMOUNT-CLOSED
               MOVE WS-DEST-BALANCE    TO JRNL01I-BEFORE-BAL
               MOVE WS-NEW-DEST-BAL    TO JRNL01I-AFTER-BAL
               PERFORM P230-JOURNAL-BALANCE
           END-IF.

       P210-EXIT.
           IF SQLCODE NOT = ZERO
               SET CD28O-RETRY-NEEDED TO TRUE
               SET WS-STOP-NOW TO TRUE
           ELSE
               MOVE CD28I-FROM-CUR-BAL TO JRNL01I-BEFORE-BAL
               MOVE ZERO               TO JRNL01I-AFTER-BAL
               PERFORM P230-JOURNAL-BALANCE
           END-IF.

           EXIT.

      *-----------------------------------------------------------------
      * The balance just moved goes to the posting journal - the
      * before and after images are set by the caller.  A journal
      * that cannot take it fails the close so the caller rolls the
      * move back.
      *-----------------------------------------------------------------
       P230-JOURNAL-BALANCE.
           MOVE SPACES         TO JRNL01I-FUNCTION JRNL01I-ROW
                                  WS-JRNL-ERRMSG.
           MOVE ZERO           TO JRNL01I-ACCNO-NULL.
           SET JRNL01I-BALANCE TO TRUE.
           MOVE 'DBANK28P'     TO JRNL01I-PROGRAM.
           MOVE DCL-BAC-ACCNO  TO JRNL01I-ACCNO.
           MOVE DCL-BAC-PID    TO JRNL01I-PID.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               SET CD28O-CLOSE-FAILED TO TRUE
               SET WS-STOP-NOW TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Mark the account closed - stamp the closure date, the reason
      * and the BANK-USERID who authorized it.  BAC_CLOSED_BY always
      * records the requesting user even when they are only a joint
      * holder; the WHERE clause accepts either the account's own
      * BAC_PID or a BNKACCHLD joint holder, as above.
      *-----------------------------------------------------------------
       P300-MARK-ACCOUNT-CLOSED.
           MOVE CD28I-PID      TO DCL-BAC-PID.
           MOVE CD28I-FROM-ACC TO DCL-BAC-ACCNO.

           IF NOT CD28I-CLOSE-REASON-OK
               SET CD28I-CLOSE-CUSTOMER TO TRUE
           END-IF.
           MOVE CD28I-CLOSE-REASON TO DCL-BAC-CLOSE-REASON.

           EXEC SQL
                UPDATE BNKACC
                   SET BAC_STATUS       = 'C',
                       BAC_CLOSE_DATE   = CURRENT DATE,
                       BAC_CLOSED_BY    = :DCL-BAC-PID,
                       BAC_CLOSE_REASON = :DCL-BAC-CLOSE-REASON
                 WHERE BAC_ACCNO      = :DCL-BAC-ACCNO   AND
                       (BAC_PID = :DCL-BAC-PID OR EXISTS
                           (SELECT 1 FROM BNKACCHLD
