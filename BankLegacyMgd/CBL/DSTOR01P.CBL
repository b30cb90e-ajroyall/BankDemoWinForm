002000*              beneficiary at another bank, which DBANK16P's    *
002100*              run then debits and queues out on the DBANK43P   *
002200*              wire path; 'X' cancels one.                      *
002210*              A third destination is a registered biller under *
002220*              the customer's reference, checked through        *
002230*              DBILL01P and paid on the bill-payment path.      *
002300*              SQL version                                      *
002400*****************************************************************

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-DEST-COUNT                     PIC S9(4) COMP.

           COPY CBILL01.

           EXEC SQL
                BEGIN DECLARE SECTION
                DECLARE SOM_CSR CURSOR FOR
                SELECT STO_FROM_ACC, STO_TO_ACC, STO_EXT_ROUTING,
                       STO_EXT_ACC, STO_AMOUNT, STO_FREQUENCY,
                       STO_NEXT_RUN_DTE, STO_STATUS, STO_BILLER,
                       STO_BILL_REF
                FROM BNKSTORD
                WHERE STO_PID = :DCL-STO-PID
                ORDER BY STO_STATUS, STO_NEXT_RUN_DTE
                     :DCL-STO-AMOUNT,
                     :DCL-STO-FREQUENCY,
                     :DCL-STO-NEXT-RUN-DTE,
                     :DCL-STO-STATUS,
                     :DCL-STO-BILLER,
                     :DCL-STO-BILL-REF
           END-EXEC.

           IF SQLCODE = ZERO
                 TO STOR01O-NEXT-RUN-DTE(WS-SUB)
               MOVE DCL-STO-STATUS
                 TO STOR01O-STATUS(WS-SUB)
               MOVE DCL-STO-BILLER
                 TO STOR01O-BILLER(WS-SUB)
               MOVE DCL-STO-BILL-REF
                 TO STOR01O-BILL-REF(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * A new order - internal destination, external or a biller,
      * exactly one of them.
      *=================================================================
       P200-ADD-ORDER.
           IF STOR01I-FROM-ACC = SPACES
               GO TO ADD-ORDER-EXIT
           END-IF.

           MOVE ZERO TO WS-DEST-COUNT.
           IF STOR01I-TO-ACC NOT = SPACES
               ADD 1 TO WS-DEST-COUNT
           END-IF.
           IF STOR01I-EXT-ROUTING NOT = SPACES
               ADD 1 TO WS-DEST-COUNT
           END-IF.
           IF STOR01I-BILLER NOT = SPACES
               ADD 1 TO WS-DEST-COUNT
           END-IF.

           IF WS-DEST-COUNT = ZERO
               MOVE 'Enter one of our accounts, a routing or a biller'
                 TO BANK-ERRMSG
               GO TO ADD-ORDER-EXIT
           END-IF.

           IF WS-DEST-COUNT > 1
               MOVE 'Account, external or biller destination - one only'
                 TO BANK-ERRMSG
               GO TO ADD-ORDER-EXIT
           END-IF.

           IF STOR01I-BILLER NOT = SPACES
               MOVE SPACES           TO BILL01-DATA
               SET BILL01I-VALIDATE  TO TRUE
               MOVE STOR01I-BILLER   TO BILL01I-CODE
               MOVE STOR01I-BILL-REF TO BILL01I-CUST-REF
               CALL 'DBILL01P' USING BY REFERENCE BILL01-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG
               MOVE SPACES TO GOOD-ERRMSG
               IF BANK-ERRMSG NOT = SPACES
                   GO TO ADD-ORDER-EXIT
               END-IF
           END-IF.

           IF STOR01I-EXT-ROUTING NOT = SPACES
               IF STOR01I-EXT-ROUTING IS NOT NUMERIC
                   MOVE 'Routing number must be nine digits'
           MOVE STOR01I-TO-ACC        TO DCL-STO-TO-ACC.
           MOVE STOR01I-EXT-ROUTING   TO DCL-STO-EXT-ROUTING.
           MOVE STOR01I-EXT-ACC       TO DCL-STO-EXT-ACC.
           MOVE STOR01I-BILLER        TO DCL-STO-BILLER.
           MOVE STOR01I-BILL-REF      TO DCL-STO-BILL-REF.
           MOVE STOR01I-AMOUNT        TO DCL-STO-AMOUNT.
           MOVE STOR01I-FREQUENCY     TO DCL-STO-FREQUENCY.
           MOVE STOR01I-FIRST-RUN-DTE TO DCL-STO-NEXT-RUN-DTE.
                  STO_STATUS,
                  STO_CREATED_TS,
                  STO_EXT_ROUTING,
                  STO_EXT_ACC,
                  STO_BILLER,
                  STO_BILL_REF
                ) VALUES (
                  :DCL-STO-PID,
                  :DCL-STO-FROM-ACC,
                  'A',
                  CURRENT TIMESTAMP,
                  :DCL-STO-EXT-ROUTING,
                  :DCL-STO-EXT-ACC,
                  :DCL-STO-BILLER,
                  :DCL-STO-BILL-REF)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Cancel - the order is named by its paying account and its
      * destination (ours, external or a biller and reference).
      *=================================================================
       P300-CANCEL-ORDER.
           MOVE STOR01I-PID         TO DCL-STO-PID.
           MOVE STOR01I-TO-ACC      TO DCL-STO-TO-ACC.
           MOVE STOR01I-EXT-ROUTING TO DCL-STO-EXT-ROUTING.
           MOVE STOR01I-EXT-ACC     TO DCL-STO-EXT-ACC.
           MOVE STOR01I-BILLER      TO DCL-STO-BILLER.
           MOVE STOR01I-BILL-REF    TO DCL-STO-BILL-REF.

           EXEC SQL
                UPDATE BNKSTORD
                   AND STO_TO_ACC      = :DCL-STO-TO-ACC
                   AND STO_EXT_ROUTING = :DCL-STO-EXT-ROUTING
                   AND STO_EXT_ACC     = :DCL-STO-EXT-ACC
                   AND STO_BILLER      = :DCL-STO-BILLER
                   AND STO_BILL_REF    = :DCL-STO-BILL-REF
                   AND STO_STATUS IN ('A', 'S')
           END-EXEC.

