002200*              marks it approved (inside the replayed           *
002300*              transfer's unit of work - see BBANK52P); 'J'     *
002400*              rejects it back to the teller with a reason.     *
002410*              A supervisor who is staff tied to either account *
002420*              (DSTAF01P) may not work the item either.         *
002430*              Approval and rejection stamp XAP_DECIDED_TS for  *
002440*              the monthly segregation-of-duties run (DSODR02P).*
002500*              SQL version                                      *
002600*****************************************************************

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-STAFF-ERRMSG                   PIC X(65).
           05  WS-STAFF-GOODMSG                  PIC X(65).

           COPY CSTAF01.

           EXEC SQL
                BEGIN DECLARE SECTION
           MOVE CD59I-EFF-DATE    TO DCL-XAP-EFF-DATE.
           MOVE CD59I-EXT-ROUTING TO DCL-XAP-EXT-ROUTING.
           MOVE CD59I-EXT-ACC     TO DCL-XAP-EXT-ACC.
           MOVE CD59I-BILLER      TO DCL-XAP-BILLER.
           MOVE CD59I-BILL-REF    TO DCL-XAP-BILL-REF.
           SET DCL-XAP-PENDING    TO TRUE.

           EXEC SQL
                  XAP_EFF_DATE,
                  XAP_EXT_ROUTING,
                  XAP_EXT_ACC,
                  XAP_BILLER,
                  XAP_BILL_REF,
                  XAP_STATUS
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-XAP-EFF-DATE,
                  :DCL-XAP-EXT-ROUTING,
                  :DCL-XAP-EXT-ACC,
                  :DCL-XAP-BILLER,
                  :DCL-XAP-BILL-REF,
                  :DCL-XAP-STATUS)
           END-EXEC.

           EXEC SQL
                SELECT XAP_PID, XAP_FROM_ACC, XAP_TO_ACC,
                       XAP_AMT_TEXT, XAP_AMOUNT, XAP_EFF_DATE,
                       XAP_EXT_ROUTING, XAP_EXT_ACC, XAP_STATUS,
                       XAP_BILLER, XAP_BILL_REF
                  INTO :DCL-XAP-PID, :DCL-XAP-FROM-ACC,
                       :DCL-XAP-TO-ACC, :DCL-XAP-AMT-TEXT,
                       :DCL-XAP-AMOUNT,
                       :DCL-XAP-EFF-DATE, :DCL-XAP-EXT-ROUTING,
                       :DCL-XAP-EXT-ACC, :DCL-XAP-STATUS,
                       :DCL-XAP-BILLER, :DCL-XAP-BILL-REF
                  FROM BNKXAPPR
                 WHERE XAP_CREATED_TS = :DCL-XAP-CREATED-TS
           END-EXEC.
               GO TO READ-ITEM-EXIT
           END-IF.

           PERFORM P310-CHECK-STAFF.
           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-ITEM-EXIT
           END-IF.

           MOVE DCL-XAP-PID         TO CD59O-PID.
           MOVE DCL-XAP-FROM-ACC    TO CD59O-FROM-ACC.
           MOVE DCL-XAP-TO-ACC      TO CD59O-TO-ACC.
           MOVE DCL-XAP-EFF-DATE    TO CD59O-EFF-DATE.
           MOVE DCL-XAP-EXT-ROUTING TO CD59O-EXT-ROUTING.
           MOVE DCL-XAP-EXT-ACC     TO CD59O-EXT-ACC.
           MOVE DCL-XAP-BILLER      TO CD59O-BILLER.
           MOVE DCL-XAP-BILL-REF    TO CD59O-BILL-REF.

           MOVE DCL-XAP-FROM-ACC TO DCL-BAC-ACCNO.

       READ-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A supervisor tied to either account - their own, or a declared
      * relation's - leaves the item to another supervisor.
      *-----------------------------------------------------------------
       P310-CHECK-STAFF.
           MOVE SPACES           TO STAF01-DATA WS-STAFF-ERRMSG.
           SET STAF01I-CHECK     TO TRUE.
           MOVE CD59I-SUPERVISOR TO STAF01I-USERID.
           MOVE DCL-XAP-FROM-ACC TO STAF01I-ACCNO.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-STAFF-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG.

           IF WS-STAFF-ERRMSG = SPACES AND STAF01O-NOT-RELATED AND
              DCL-XAP-TO-ACC > SPACES
               MOVE DCL-XAP-TO-ACC TO STAF01I-ACCNO
               CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                     BY REFERENCE WS-STAFF-ERRMSG
                                     BY REFERENCE WS-STAFF-GOODMSG
           END-IF.

           IF WS-STAFF-ERRMSG NOT = SPACES
               MOVE WS-STAFF-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related - another supervisor must act'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * Mark approved - deliberately NOT committed here: BBANK52P
      * replays the transfer next and BBANK50P's own commit (or
           EXEC SQL
                UPDATE BNKXAPPR
                   SET XAP_STATUS     = 'A',
                       XAP_SUPERVISOR = :DCL-XAP-SUPERVISOR,
                       XAP_DECIDED_TS = CURRENT TIMESTAMP
                 WHERE XAP_CREATED_TS = :DCL-XAP-CREATED-TS
                   AND XAP_STATUS = 'P'
           END-EXEC.
                UPDATE BNKXAPPR
                   SET XAP_STATUS     = 'R',
                       XAP_SUPERVISOR = :DCL-XAP-SUPERVISOR,
                       XAP_REASON     = :DCL-XAP-REASON,
                       XAP_DECIDED_TS = CURRENT TIMESTAMP
                 WHERE XAP_CREATED_TS = :DCL-XAP-CREATED-TS
                   AND XAP_STATUS = 'P'
           END-EXEC.
