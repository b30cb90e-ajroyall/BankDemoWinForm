000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2012 opentext. All Rights Reserved.      *
000400*   This demonstration program is provided for use by users     *
000500*   of opentext products and may be used, modified and          *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of opentext          *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************

001200*****************************************************************
001300* Program:     DVLT02P.CBL                                     *
001400* Function:    Branch cash orders - the BNKVORD orders and      *
001500*              returns the nightly CASHFCST forecast (DVLT03P)  *
001600*              proposes, worked on the B128 screen.  'L' lists  *
001700*              a branch's orders, newest first; 'A' approves a  *
001800*              proposal and 'X' rejects it - the branch's own   *
001900*              manager (role S) or an administrator (role A)    *
002000*              only, and an approval may re-cut the             *
002100*              denominations provided they prove the amount.    *
002200*              The CITORDER extract (DVLT04P) sends approved    *
002300*              orders to the cash-in-transit vendor.  'R'       *
002400*              confirms the shipment's arrival, or the          *
002500*              return's collection, with the counted notes and  *
002600*              coin: the count is posted to the vault ledger    *
002700*              as a DVLT01P movement (into the vault for an     *
002800*              order, out for a return), set beside the order   *
002900*              and flagged as a discrepancy when any            *
003000*              denomination differs.  Approve, reject and       *
003100*              receipt are audited to BNKMADT.                  *
003200*              SQL version                                      *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DVLT02P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-DENOM-TOTAL                    PIC S9(7)V99 COMP-3.
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-RCV-DSP                        PIC -(6)9.99.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC74.
           COPY CVLT01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSVO
           END-EXEC.

           COPY CBANKSVOX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CALLER-ROLE                        PIC X(1).
           88  WS-CALLER-VIEWER                  VALUE 'V'.
           88  WS-CALLER-MANAGER                 VALUES 'S' 'A'.
           88  WS-CALLER-ADMIN                   VALUE 'A'.
       01  WS-CALLER-BRANCH                      PIC X(3).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CVLT02.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference VLT02-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO VLT02O-DISCREPANCY VLT02O-ORDER-COUNT.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN VLT02I-LIST
                   PERFORM P100-LIST-ORDERS
               WHEN VLT02I-APPROVE
                   PERFORM P200-APPROVE-ORDER THRU APPROVE-ORDER-EXIT
               WHEN VLT02I-REJECT
                   PERFORM P300-REJECT-ORDER THRU REJECT-ORDER-EXIT
               WHEN VLT02I-RECEIPT
                   PERFORM P400-CONFIRM-RECEIPT THRU
                           CONFIRM-RECEIPT-EXIT
               WHEN OTHER
                   MOVE 'Invalid cash order function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * A branch's orders, or every branch's, newest first.
      *=================================================================
       P100-LIST-ORDERS.
           MOVE VLT02I-BRANCH TO DCL-VOR-BRANCH.

           EXEC SQL
                DECLARE VOR_CSR CURSOR FOR
                SELECT VOR_REF, VOR_BRANCH, VOR_TYPE, VOR_STATUS,
                       VOR_PROPOSED_DTE, VOR_DELIVERY_DTE, VOR_AMOUNT,
                       VOR_C100, VOR_C50, VOR_C20, VOR_C10, VOR_C5,
                       VOR_COIN, VOR_APPROVED_BY, VOR_RCV_AMOUNT,
                       VOR_DISCREP_SW
                FROM BNKVORD
                WHERE (VOR_BRANCH = :DCL-VOR-BRANCH
                       OR :DCL-VOR-BRANCH = ' ')
                ORDER BY VOR_PROPOSED_DTE DESC, VOR_REF DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VOR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-ORDER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR VLT02O-ORDER-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE VOR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF VLT02O-ORDER-COUNT = ZERO
                   MOVE 'No cash orders found' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Cash orders listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       P110-FETCH-ORDER.
           EXEC SQL
                FETCH VOR_CSR
                INTO :DCL-VOR-REF, :DCL-VOR-BRANCH, :DCL-VOR-TYPE,
                     :DCL-VOR-STATUS, :DCL-VOR-PROPOSED-DTE,
                     :DCL-VOR-DELIVERY-DTE, :DCL-VOR-AMOUNT,
                     :DCL-VOR-C100, :DCL-VOR-C50, :DCL-VOR-C20,
                     :DCL-VOR-C10, :DCL-VOR-C5, :DCL-VOR-COIN,
                     :DCL-VOR-APPROVED-BY, :DCL-VOR-RCV-AMOUNT,
                     :DCL-VOR-DISCREP-SW
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO VLT02O-ORDER-COUNT
               MOVE VLT02O-ORDER-COUNT TO WS-SUB
               MOVE DCL-VOR-REF          TO VLT02O-REF(WS-SUB)
               MOVE DCL-VOR-BRANCH       TO VLT02O-BRANCH(WS-SUB)
               MOVE DCL-VOR-TYPE         TO VLT02O-TYPE(WS-SUB)
               MOVE DCL-VOR-STATUS       TO VLT02O-STATUS(WS-SUB)
               MOVE DCL-VOR-PROPOSED-DTE
                 TO VLT02O-PROPOSED-DTE(WS-SUB)
               MOVE DCL-VOR-DELIVERY-DTE
                 TO VLT02O-DELIVERY-DTE(WS-SUB)
               MOVE DCL-VOR-AMOUNT       TO VLT02O-AMOUNT(WS-SUB)
               MOVE DCL-VOR-C100         TO VLT02O-C100(WS-SUB)
               MOVE DCL-VOR-C50          TO VLT02O-C50(WS-SUB)
               MOVE DCL-VOR-C20          TO VLT02O-C20(WS-SUB)
               MOVE DCL-VOR-C10          TO VLT02O-C10(WS-SUB)
               MOVE DCL-VOR-C5           TO VLT02O-C5(WS-SUB)
               MOVE DCL-VOR-COIN         TO VLT02O-COIN(WS-SUB)
               MOVE DCL-VOR-APPROVED-BY  TO VLT02O-APPROVED-BY(WS-SUB)
               MOVE DCL-VOR-RCV-AMOUNT   TO VLT02O-RCV-AMOUNT(WS-SUB)
               MOVE DCL-VOR-DISCREP-SW   TO VLT02O-DISCREP-SW(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Approve a proposal - as the forecast cut it, or with the
      * manager's own denominations when any are keyed (they must
      * then prove the new amount).
      *=================================================================
       P200-APPROVE-ORDER.
           PERFORM P700-CHECK-MANAGER THRU CHECK-MANAGER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO APPROVE-ORDER-EXIT
           END-IF.

           COMPUTE WS-DENOM-TOTAL =
               (VLT02I-C100 * 100) + (VLT02I-C50 * 50)
               + (VLT02I-C20 * 20) + (VLT02I-C10 * 10)
               + (VLT02I-C5 * 5) + VLT02I-COIN.

           IF WS-DENOM-TOTAL NOT = ZERO
               IF VLT02I-C100 < ZERO OR VLT02I-C50 < ZERO OR
                  VLT02I-C20 < ZERO OR VLT02I-C10 < ZERO OR
                  VLT02I-C5 < ZERO OR VLT02I-COIN < ZERO OR
                  WS-DENOM-TOTAL < ZERO
                   MOVE 'Denominations may not be negative'
                     TO BANK-ERRMSG
                   GO TO APPROVE-ORDER-EXIT
               END-IF
               MOVE WS-DENOM-TOTAL TO DCL-VOR-AMOUNT
               MOVE VLT02I-C100    TO DCL-VOR-C100
               MOVE VLT02I-C50     TO DCL-VOR-C50
               MOVE VLT02I-C20     TO DCL-VOR-C20
               MOVE VLT02I-C10     TO DCL-VOR-C10
               MOVE VLT02I-C5      TO DCL-VOR-C5
               MOVE VLT02I-COIN    TO DCL-VOR-COIN
           END-IF.

           MOVE VLT02I-USERID TO DCL-VOR-APPROVED-BY.
           MOVE WS-TODAY-DATE TO DCL-VOR-APPROVED-DTE.

           EXEC SQL
                UPDATE BNKVORD
                   SET VOR_STATUS       = 'A',
                       VOR_AMOUNT       = :DCL-VOR-AMOUNT,
                       VOR_C100         = :DCL-VOR-C100,
                       VOR_C50          = :DCL-VOR-C50,
                       VOR_C20          = :DCL-VOR-C20,
                       VOR_C10          = :DCL-VOR-C10,
                       VOR_C5           = :DCL-VOR-C5,
                       VOR_COIN         = :DCL-VOR-COIN,
                       VOR_APPROVED_BY  = :DCL-VOR-APPROVED-BY,
                       VOR_APPROVED_DTE = :DCL-VOR-APPROVED-DTE
                 WHERE VOR_REF    = :DCL-VOR-REF
                   AND VOR_STATUS = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO APPROVE-ORDER-EXIT
           END-IF.

           MOVE 'A' TO DCL-VOR-STATUS.
           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ORDER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cash order approved - goes to the vendor tonight'
                 TO GOOD-ERRMSG
           END-IF.

       APPROVE-ORDER-EXIT.
           EXIT.

      *=================================================================
      * Reject a proposal - the forecast proposes afresh the next
      * night if the need is still there.
      *=================================================================
       P300-REJECT-ORDER.
           PERFORM P700-CHECK-MANAGER THRU CHECK-MANAGER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REJECT-ORDER-EXIT
           END-IF.

           MOVE VLT02I-USERID TO DCL-VOR-APPROVED-BY.
           MOVE WS-TODAY-DATE TO DCL-VOR-APPROVED-DTE.

           EXEC SQL
                UPDATE BNKVORD
                   SET VOR_STATUS       = 'X',
                       VOR_APPROVED_BY  = :DCL-VOR-APPROVED-BY,
                       VOR_APPROVED_DTE = :DCL-VOR-APPROVED-DTE
                 WHERE VOR_REF    = :DCL-VOR-REF
                   AND VOR_STATUS = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REJECT-ORDER-EXIT
           END-IF.

           MOVE 'X' TO DCL-VOR-STATUS.
           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ORDER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cash order rejected' TO GOOD-ERRMSG
           END-IF.

       REJECT-ORDER-EXIT.
           EXIT.

      *=================================================================
      * The shipment has arrived (or the vendor has collected the
      * return) - post the count to the vault ledger, then set it
      * beside what was ordered.
      *=================================================================
       P400-CONFIRM-RECEIPT.
           PERFORM P710-READ-ORDER THRU READ-ORDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not confirm a cash shipment'
                 TO BANK-ERRMSG
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           IF NOT DCL-VOR-SENT
               IF DCL-VOR-CONFIRMED
                   MOVE 'This cash order is already confirmed'
                     TO BANK-ERRMSG
               ELSE
                   MOVE 'This cash order has not gone to the vendor'
                     TO BANK-ERRMSG
               END-IF
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           COMPUTE WS-DENOM-TOTAL =
               (VLT02I-C100 * 100) + (VLT02I-C50 * 50)
               + (VLT02I-C20 * 20) + (VLT02I-C10 * 10)
               + (VLT02I-C5 * 5) + VLT02I-COIN.

           IF WS-DENOM-TOTAL IS NOT GREATER THAN ZERO OR
              VLT02I-C100 < ZERO OR VLT02I-C50 < ZERO OR
              VLT02I-C20 < ZERO OR VLT02I-C10 < ZERO OR
              VLT02I-C5 < ZERO OR VLT02I-COIN < ZERO
               MOVE 'Please enter the notes and coin counted'
                 TO BANK-ERRMSG
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

      *    The vault ledger movement - DVLT01P insists the vault day
      *    is open and the breakdown proves the amount.
           MOVE SPACES            TO VLT01-DATA.
           SET VLT01I-MOVE        TO TRUE.
           MOVE VLT02I-USERID     TO VLT01I-USERID VLT01I-TELLER.
           MOVE DCL-VOR-BRANCH    TO VLT01I-BRANCH.
           IF DCL-VOR-IS-ORDER
               SET VLT01I-TO-VAULT  TO TRUE
           ELSE
               SET VLT01I-TO-DRAWER TO TRUE
           END-IF.
           MOVE WS-DENOM-TOTAL    TO VLT01I-AMOUNT.
           MOVE VLT02I-C100       TO VLT01I-C100.
           MOVE VLT02I-C50        TO VLT01I-C50.
           MOVE VLT02I-C20        TO VLT01I-C20.
           MOVE VLT02I-C10        TO VLT01I-C10.
           MOVE VLT02I-C5         TO VLT01I-C5.
           MOVE VLT02I-COIN       TO VLT01I-COIN.

           CALL 'DVLT01P' USING BY REFERENCE VLT01-DATA
                                BY REFERENCE BANK-ERRMSG
                                BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

           MOVE WS-DENOM-TOTAL TO DCL-VOR-RCV-AMOUNT.
           MOVE VLT02I-C100    TO DCL-VOR-RCV-C100.
           MOVE VLT02I-C50     TO DCL-VOR-RCV-C50.
           MOVE VLT02I-C20     TO DCL-VOR-RCV-C20.
           MOVE VLT02I-C10     TO DCL-VOR-RCV-C10.
           MOVE VLT02I-C5      TO DCL-VOR-RCV-C5.
           MOVE VLT02I-COIN    TO DCL-VOR-RCV-COIN.
           MOVE VLT02I-USERID  TO DCL-VOR-RCV-BY.
           MOVE WS-TODAY-DATE  TO DCL-VOR-RCV-DTE.

           IF DCL-VOR-RCV-C100 = DCL-VOR-C100 AND
              DCL-VOR-RCV-C50  = DCL-VOR-C50  AND
              DCL-VOR-RCV-C20  = DCL-VOR-C20  AND
              DCL-VOR-RCV-C10  = DCL-VOR-C10  AND
              DCL-VOR-RCV-C5   = DCL-VOR-C5   AND
              DCL-VOR-RCV-COIN = DCL-VOR-COIN
               MOVE 'N' TO DCL-VOR-DISCREP-SW
           ELSE
               MOVE 'Y' TO DCL-VOR-DISCREP-SW
           END-IF.

           COMPUTE VLT02O-DISCREPANCY =
               DCL-VOR-RCV-AMOUNT - DCL-VOR-AMOUNT.

           EXEC SQL
                UPDATE BNKVORD
                   SET VOR_STATUS     = 'C',
                       VOR_RCV_AMOUNT = :DCL-VOR-RCV-AMOUNT,
                       VOR_RCV_C100   = :DCL-VOR-RCV-C100,
                       VOR_RCV_C50    = :DCL-VOR-RCV-C50,
                       VOR_RCV_C20    = :DCL-VOR-RCV-C20,
                       VOR_RCV_C10    = :DCL-VOR-RCV-C10,
                       VOR_RCV_C5     = :DCL-VOR-RCV-C5,
                       VOR_RCV_COIN   = :DCL-VOR-RCV-COIN,
                       VOR_RCV_BY     = :DCL-VOR-RCV-BY,
                       VOR_RCV_DTE    = :DCL-VOR-RCV-DTE,
                       VOR_DISCREP_SW = :DCL-VOR-DISCREP-SW
                 WHERE VOR_REF    = :DCL-VOR-REF
                   AND VOR_STATUS = 'S'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           MOVE 'C' TO DCL-VOR-STATUS.
           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ORDER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CONFIRM-RECEIPT-EXIT
           END-IF.

           IF DCL-VOR-DISCREPANCY
               MOVE VLT02O-DISCREPANCY TO WS-AMT-DSP
               STRING 'Receipt posted WITH DISCREPANCY '
                        DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      ' - report to the vendor' DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           ELSE
               MOVE 'Receipt posted - agrees with the order'
                 TO GOOD-ERRMSG
           END-IF.

       CONFIRM-RECEIPT-EXIT.
           EXIT.

      *=================================================================
      * Audit - one BNKMADT row per decision on an order.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE VLT02I-USERID TO CD74I-USERID.
           MOVE 'DVLT02P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-ORDER-IMAGE.
           MOVE 'BNKVORD'   TO CD74I-TABLE.
           MOVE DCL-VOR-REF TO CD74I-KEY.
           MOVE SPACES      TO CD74I-BEFORE CD74I-AFTER.
           MOVE DCL-VOR-AMOUNT     TO WS-AMT-DSP.
           MOVE DCL-VOR-RCV-AMOUNT TO WS-RCV-DSP.
           STRING 'STATUS='          DELIMITED BY SIZE
                  DCL-VOR-STATUS     DELIMITED BY SIZE
                  ' TYPE='           DELIMITED BY SIZE
                  DCL-VOR-TYPE       DELIMITED BY SIZE
                  ' BR='             DELIMITED BY SIZE
                  DCL-VOR-BRANCH     DELIMITED BY SIZE
                  ' AMT='            DELIMITED BY SIZE
                  WS-AMT-DSP         DELIMITED BY SIZE
                  ' RCV='            DELIMITED BY SIZE
                  WS-RCV-DSP         DELIMITED BY SIZE
                  ' DISCREP='        DELIMITED BY SIZE
                  DCL-VOR-DISCREP-SW DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * Approve and reject are the branch manager's - role S at the
      * order's own branch, or an administrator anywhere - and only
      * while the order is still a proposal.
      *-----------------------------------------------------------------
       P700-CHECK-MANAGER.
           PERFORM P710-READ-ORDER THRU READ-ORDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-MANAGER-EXIT
           END-IF.

           IF NOT WS-CALLER-MANAGER
               MOVE 'Only a branch manager may decide a cash order'
                 TO BANK-ERRMSG
               GO TO CHECK-MANAGER-EXIT
           END-IF.

           IF NOT WS-CALLER-ADMIN AND
              WS-CALLER-BRANCH NOT = SPACES AND
              WS-CALLER-BRANCH NOT = DCL-VOR-BRANCH
               MOVE 'Only the branch''s own manager may decide this'
                 TO BANK-ERRMSG
               GO TO CHECK-MANAGER-EXIT
           END-IF.

           IF NOT DCL-VOR-PROPOSED
               MOVE 'This cash order has already been decided'
                 TO BANK-ERRMSG
           END-IF.

       CHECK-MANAGER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The order keyed, and the caller's role and home branch.
      *-----------------------------------------------------------------
       P710-READ-ORDER.
           IF VLT02I-REF = SPACES
               MOVE 'Please select the cash order' TO BANK-ERRMSG
               GO TO READ-ORDER-EXIT
           END-IF.

           MOVE VLT02I-REF TO DCL-VOR-REF.

           EXEC SQL
                SELECT VOR_BRANCH, VOR_TYPE, VOR_STATUS, VOR_AMOUNT,
                       VOR_C100, VOR_C50, VOR_C20, VOR_C10, VOR_C5,
                       VOR_COIN, VOR_RCV_AMOUNT, VOR_DISCREP_SW
                  INTO :DCL-VOR-BRANCH, :DCL-VOR-TYPE,
                       :DCL-VOR-STATUS, :DCL-VOR-AMOUNT,
                       :DCL-VOR-C100, :DCL-VOR-C50, :DCL-VOR-C20,
                       :DCL-VOR-C10, :DCL-VOR-C5, :DCL-VOR-COIN,
                       :DCL-VOR-RCV-AMOUNT, :DCL-VOR-DISCREP-SW
                  FROM BNKVORD
                 WHERE VOR_REF = :DCL-VOR-REF
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Cash order not found' TO BANK-ERRMSG
               GO TO READ-ORDER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-ORDER-EXIT
           END-IF.

           MOVE SPACES TO WS-CALLER-ROLE WS-CALLER-BRANCH.

           EXEC SQL
                SELECT BCS_ROLE, BCS_BRANCH
                  INTO :WS-CALLER-ROLE, :WS-CALLER-BRANCH
                  FROM BNKCUST
                 WHERE BCS_PID = :VLT02I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       READ-ORDER-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Cash order function failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
