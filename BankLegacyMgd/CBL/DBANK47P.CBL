001800*              officer's stop-payment flag on one number.       *
001900*              DBANK48P's presentment run is the only path      *
002000*              that marks a cheque paid.                        *
002010*              Books are ordered from the cheque printer here   *
002020*              too: an order row on BNKCHQORD carries the book  *
002030*              size, delivery address (the customer's BNKCUST   *
002040*              address unless another is keyed) and any         *
002050*              personalisation.  DCHQO01P sends it and reserves *
002060*              the number range; DCHQO02P's dispatch function   *
002070*              here then registers the block on BNKCHQ.  A      *
002080*              range reserved for an order cannot be issued by  *
002090*              hand.                                            *
002100*              SQL version                                      *
002200*****************************************************************

           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-ISSUE-COUNT                    PIC S9(3) COMP-3.
           05  WS-BLOCK-SIZE                     PIC S9(3) COMP-3.
           05  WS-ACCT-COUNT                     PIC S9(5) COMP-3.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.

           COPY CBANKSCQX.

           EXEC SQL
                INCLUDE CBANKSQO
           END-EXEC.

           COPY CBANKSQOX.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

       01  WS-DUP-COUNT                          PIC S9(5) COMP-3.
       01  WS-RANGE-START                        PIC S9(6) COMP-3.
       01  WS-RANGE-END                          PIC S9(6) COMP-3.
       01  WS-OPEN-ORDERS                        PIC S9(5) COMP-3.

           COPY SQLCA.

                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO CD47O-CHQ-COUNT CD47O-ORD-COUNT
                          CD47O-ORDER-NO.

           MOVE CD47I-ACCNO TO DCL-CHQ-ACCNO.

                   PERFORM P300-STOP-PAYMENT
               WHEN CD47I-RELEASE
                   PERFORM P400-RELEASE-STOP
               WHEN CD47I-ORDER
                   PERFORM P500-ORDER-BOOK THRU ORDER-BOOK-EXIT
               WHEN CD47I-CANCEL-ORDER
                   PERFORM P550-CANCEL-ORDER
               WHEN CD47I-DISPATCH
                   PERFORM P600-DISPATCH-ORDER THRU DISPATCH-ORDER-EXIT
               WHEN OTHER
                   MOVE 'Invalid cheque register function'
                     TO BANK-ERRMSG
               GO TO ISSUE-BOOK-EXIT
           END-IF.

           IF CD47I-START-NO > 1000000 - CD47I-BOOK-SIZE
               MOVE 'Book would run past cheque number 999999'
                 TO BANK-ERRMSG
               GO TO ISSUE-BOOK-EXIT
           END-IF.

           MOVE CD47I-START-NO TO WS-RANGE-START.
           COMPUTE WS-RANGE-END =
               CD47I-START-NO + CD47I-BOOK-SIZE - 1.

           PERFORM P130-CHECK-REGISTER-RANGE.

           IF WS-DUP-COUNT > ZERO
               MOVE 'Range overlaps cheques already on register'
                 TO BANK-ERRMSG
               GO TO ISSUE-BOOK-EXIT
           END-IF.

      *    A range the printer is already producing for an order is
      *    spoken for even though it is not on the register yet.
           MOVE CD47I-ACCNO TO DCL-CQO-ACCNO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                  FROM BNKCHQORD
                 WHERE CQO_ACCNO  = :DCL-CQO-ACCNO
                   AND CQO_STATUS = 'S'
                   AND CQO_START_NO <= :WS-RANGE-END
                   AND CQO_START_NO + CQO_BOOK_SIZE - 1
                       >= :WS-RANGE-START
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-DUP-COUNT > ZERO AND BANK-ERRMSG = SPACES
               MOVE 'Range is reserved for a book on order'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG > SPACES
               GO TO ISSUE-BOOK-EXIT
           END-IF.

           PERFORM P110-BUILD-TODAY.
           MOVE WS-TODAY TO DCL-CHQ-ISSUED-DTE.

           PERFORM P140-REGISTER-BLOCK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cheque book recorded' TO GOOD-ERRMSG
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY.

      *-----------------------------------------------------------------
      * Numbers WS-RANGE-START thru WS-RANGE-END already on the
      * account's register - the caller refuses the block if any are.
      *-----------------------------------------------------------------
       P130-CHECK-REGISTER-RANGE.
           MOVE WS-RANGE-START TO DCL-CHQ-NUMBER.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                  FROM BNKCHQ
                 WHERE CHQ_ACCNO = :DCL-CHQ-ACCNO
                   AND CHQ_NUMBER >= :DCL-CHQ-NUMBER
                   AND CHQ_NUMBER <= :WS-RANGE-END
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One outstanding row per number, WS-RANGE-START thru
      * WS-RANGE-END, issued on DCL-CHQ-ISSUED-DTE.
      *-----------------------------------------------------------------
       P140-REGISTER-BLOCK.
           SET DCL-CHQ-OUTSTANDING TO TRUE.

           MOVE ZERO TO WS-ISSUE-COUNT.
           COMPUTE WS-BLOCK-SIZE = WS-RANGE-END - WS-RANGE-START + 1.
           MOVE WS-RANGE-START TO DCL-CHQ-NUMBER.

           PERFORM P120-INSERT-CHEQUE
               UNTIL WS-ISSUE-COUNT >= WS-BLOCK-SIZE
                  OR BANK-ERRMSG > SPACES.

       P120-INSERT-CHEQUE.
           EXEC SQL
                INSERT INTO BNKCHQ (

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P250-LIST-ORDERS
           END-IF.

       P210-FETCH-CHEQUE.
           EXEC SQL
                FETCH CHQ_CSR

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The account's latest book orders, newest first, so B57 shows
      * whether a book is on its way.
      *-----------------------------------------------------------------
       P250-LIST-ORDERS.
           MOVE CD47I-ACCNO TO DCL-CQO-ACCNO.

           EXEC SQL
                DECLARE ORD_CSR CURSOR FOR
                SELECT CQO_ORDER_NO,
                       CQO_BOOK_SIZE,
                       CQO_STATUS,
                       CQO_START_NO,
                       CQO_ORDERED_DTE,
                       CQO_ADDR1,
                       CQO_PERSONAL
                FROM BNKCHQORD
                WHERE CQO_ACCNO = :DCL-CQO-ACCNO
                ORDER BY CQO_ORDER_NO DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ORD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P260-FETCH-ORDER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR CD47O-ORD-COUNT IS NOT LESS THAN 10.

           EXEC SQL
                CLOSE ORD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P260-FETCH-ORDER.
           EXEC SQL
                FETCH ORD_CSR
                INTO :DCL-CQO-ORDER-NO,
                     :DCL-CQO-BOOK-SIZE,
                     :DCL-CQO-STATUS,
                     :DCL-CQO-START-NO,
                     :DCL-CQO-ORDERED-DTE,
                     :DCL-CQO-ADDR1,
                     :DCL-CQO-PERSONAL
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO CD47O-ORD-COUNT
               MOVE CD47O-ORD-COUNT     TO WS-SUB
               MOVE DCL-CQO-ORDER-NO    TO CD47O-O-ORDER-NO(WS-SUB)
               MOVE DCL-CQO-BOOK-SIZE   TO CD47O-O-BOOK-SIZE(WS-SUB)
               MOVE DCL-CQO-STATUS      TO CD47O-O-STATUS(WS-SUB)
               MOVE DCL-CQO-START-NO    TO CD47O-O-START-NO(WS-SUB)
               MOVE DCL-CQO-ORDERED-DTE TO CD47O-O-ORDERED-DTE(WS-SUB)
               MOVE DCL-CQO-ADDR1       TO CD47O-O-ADDR1(WS-SUB)
               MOVE DCL-CQO-PERSONAL    TO CD47O-O-PERSONAL(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Stop payment - only an outstanding cheque can be stopped; a
      * paid one is already gone and the officer needs to know that.
                   PERFORM P800-ERROR-CHECK
           END-EVALUATE.

      *=================================================================
      * Order a book from the cheque printer.  Only one book at a
      * time can be on order for an account.  A blank delivery
      * address takes the account holder's address from BNKCUST; the
      * number range is left for DCHQO01P to reserve when it sends
      * the order.
      *=================================================================
       P500-ORDER-BOOK.
           IF CD47I-BOOK-SIZE NOT > ZERO OR CD47I-BOOK-SIZE > 100
               MOVE 'Book size must be between 1 and 100'
                 TO BANK-ERRMSG
               GO TO ORDER-BOOK-EXIT
           END-IF.

           MOVE CD47I-ACCNO     TO DCL-CQO-ACCNO.

           EXEC SQL
                SELECT C.BCS_ADDR1, C.BCS_ADDR2,
                       C.BCS_STATE, C.BCS_POST_CODE
                  INTO :DCL-CQO-ADDR1, :DCL-CQO-ADDR2,
                       :DCL-CQO-STATE, :DCL-CQO-POST-CODE
                  FROM BNKACC A, BNKCUST C
                 WHERE A.BAC_ACCNO = :DCL-CQO-ACCNO
                   AND C.BCS_PID   = A.BAC_PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not on file' TO BANK-ERRMSG
               GO TO ORDER-BOOK-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG > SPACES
               GO TO ORDER-BOOK-EXIT
           END-IF.

           IF CD47I-ADDR1 NOT = SPACES
               MOVE CD47I-ADDR1     TO DCL-CQO-ADDR1
               MOVE CD47I-ADDR2     TO DCL-CQO-ADDR2
               MOVE CD47I-STATE     TO DCL-CQO-STATE
               MOVE CD47I-POST-CODE TO DCL-CQO-POST-CODE
           END-IF.

           IF DCL-CQO-ADDR1 = SPACES
               MOVE 'No address on file - please enter one'
                 TO BANK-ERRMSG
               GO TO ORDER-BOOK-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ORDERS
                  FROM BNKCHQORD
                 WHERE CQO_ACCNO = :DCL-CQO-ACCNO
                   AND CQO_STATUS IN ('N', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-OPEN-ORDERS > ZERO AND BANK-ERRMSG = SPACES
               MOVE 'A book is already on order for this account'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG > SPACES
               GO TO ORDER-BOOK-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(CQO_ORDER_NO), 0) + 1
                  INTO :DCL-CQO-ORDER-NO
                  FROM BNKCHQORD
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG > SPACES
               GO TO ORDER-BOOK-EXIT
           END-IF.

           PERFORM P110-BUILD-TODAY.
           MOVE CD47I-BOOK-SIZE TO DCL-CQO-BOOK-SIZE.
           SET DCL-CQO-NEW      TO TRUE.
           MOVE CD47I-PERSONAL  TO DCL-CQO-PERSONAL.
           MOVE WS-TODAY        TO DCL-CQO-ORDERED-DTE.
           MOVE CD47I-USERID    TO DCL-CQO-ORDERED-BY.

           EXEC SQL
                INSERT INTO BNKCHQORD (
                  CQO_ORDER_NO,
                  CQO_ACCNO,
                  CQO_BOOK_SIZE,
                  CQO_STATUS,
                  CQO_ADDR1,
                  CQO_ADDR2,
                  CQO_STATE,
                  CQO_POST_CODE,
                  CQO_PERSONAL,
                  CQO_ORDERED_DTE,
                  CQO_ORDERED_BY
                ) VALUES (
                  :DCL-CQO-ORDER-NO,
                  :DCL-CQO-ACCNO,
                  :DCL-CQO-BOOK-SIZE,
                  :DCL-CQO-STATUS,
                  :DCL-CQO-ADDR1,
                  :DCL-CQO-ADDR2,
                  :DCL-CQO-STATE,
                  :DCL-CQO-POST-CODE,
                  :DCL-CQO-PERSONAL,
                  :DCL-CQO-ORDERED-DTE,
                  :DCL-CQO-ORDERED-BY)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-CQO-ORDER-NO TO CD47O-ORDER-NO
               MOVE 'Cheque book ordered' TO GOOD-ERRMSG
           END-IF.

       ORDER-BOOK-EXIT.
           EXIT.

      *=================================================================
      * Cancel an order the printer has not been sent yet - once it
      * has gone the book is coming and is registered on dispatch.
      *=================================================================
       P550-CANCEL-ORDER.
           MOVE CD47I-ORDER-NO TO DCL-CQO-ORDER-NO.
           MOVE CD47I-ACCNO    TO DCL-CQO-ACCNO.

           EXEC SQL
                UPDATE BNKCHQORD
                   SET CQO_STATUS = 'C'
                 WHERE CQO_ORDER_NO = :DCL-CQO-ORDER-NO
                   AND CQO_ACCNO    = :DCL-CQO-ACCNO
                   AND CQO_STATUS   = 'N'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Cheque book order cancelled' TO GOOD-ERRMSG
               WHEN SQLCODE = +100
                   MOVE 'Order not found or already sent to printer'
                     TO BANK-ERRMSG
               WHEN OTHER
                   PERFORM P800-ERROR-CHECK
           END-EVALUATE.

      *=================================================================
      * Dispatch - the printer has posted the book, so its reserved
      * range goes on the register as outstanding cheques issued on
      * the dispatch date.  The confirmation must name the account
      * and the range the order reserved.
      *=================================================================
       P600-DISPATCH-ORDER.
           MOVE CD47I-ORDER-NO TO DCL-CQO-ORDER-NO.

           EXEC SQL
                SELECT CQO_ACCNO,
                       CQO_BOOK_SIZE,
                       CQO_STATUS,
                       CQO_START_NO
                  INTO :DCL-CQO-ACCNO,
                       :DCL-CQO-BOOK-SIZE,
                       :DCL-CQO-STATUS,
                       :DCL-CQO-START-NO
                  FROM BNKCHQORD
                 WHERE CQO_ORDER_NO = :DCL-CQO-ORDER-NO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'Order not on file' TO BANK-ERRMSG
               WHEN SQLCODE NOT = ZERO
                   PERFORM P800-ERROR-CHECK
               WHEN NOT DCL-CQO-SENT
                   MOVE 'Order not awaiting dispatch' TO BANK-ERRMSG
               WHEN DCL-CQO-ACCNO NOT = CD47I-ACCNO
                   MOVE 'Account differs from order' TO BANK-ERRMSG
               WHEN DCL-CQO-START-NO NOT = CD47I-START-NO
                 OR DCL-CQO-BOOK-SIZE NOT = CD47I-BOOK-SIZE
                   MOVE 'Range differs from order' TO BANK-ERRMSG
           END-EVALUATE.

           IF BANK-ERRMSG > SPACES
               GO TO DISPATCH-ORDER-EXIT
           END-IF.

           MOVE DCL-CQO-START-NO TO WS-RANGE-START.
           COMPUTE WS-RANGE-END =
               DCL-CQO-START-NO + DCL-CQO-BOOK-SIZE - 1.

           PERFORM P130-CHECK-REGISTER-RANGE.

           IF WS-DUP-COUNT > ZERO AND BANK-ERRMSG = SPACES
               MOVE 'Range overlaps cheques already on register'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG > SPACES
               GO TO DISPATCH-ORDER-EXIT
           END-IF.

           PERFORM P110-BUILD-TODAY.
           IF CD47I-DISPATCH-DTE = SPACES
               MOVE WS-TODAY TO CD47I-DISPATCH-DTE
           END-IF.
           MOVE CD47I-DISPATCH-DTE TO DCL-CHQ-ISSUED-DTE
                                      DCL-CQO-DISPATCH-DTE.

           PERFORM P140-REGISTER-BLOCK.

           IF BANK-ERRMSG > SPACES
               GO TO DISPATCH-ORDER-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKCHQORD
                   SET CQO_STATUS       = 'D',
                       CQO_DISPATCH_DTE = :DCL-CQO-DISPATCH-DTE
                 WHERE CQO_ORDER_NO = :DCL-CQO-ORDER-NO
                   AND CQO_STATUS   = 'S'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cheque book dispatched and registered'
                 TO GOOD-ERRMSG
           END-IF.

       DISPATCH-ORDER-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
