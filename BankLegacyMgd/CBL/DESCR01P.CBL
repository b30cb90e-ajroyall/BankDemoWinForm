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
001300* Program:     DESCR01P.CBL                                    *
001400* Function:    Mortgage escrow - the tax and insurance money   *
001500*              held for a loan secured by property in the      *
001600*              DLOAN05P collateral registry, which until now   *
001700*              lived in a branch spreadsheet.  'Q' returns the *
001800*              loan's escrow position and payee schedule; 'S'  *
001900*              sets up escrow or changes the monthly amount,   *
002000*              repricing the loan's BNKSTORD collection order  *
002100*              by the difference; 'A'/'U'/'D' maintain the     *
002200*              BNKESCDB payee items, audited through DBANK74P. *
002300*              'C' is DBANK16P's instalment: the monthly       *
002400*              escrow share comes off the loan account into    *
002500*              the escrow balance before DLOAN09P applies the  *
002600*              rest.  'R' puts a cancelled disbursement wire   *
002700*              back.  Escrow money sits on the escrow          *
002800*              liability account; the GL moves go through the  *
002900*              DGLJN01P journal.  Runs in the caller's unit of *
003000*              work - the caller commits or rolls back.        *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DESCR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-ESCROW-FOUND-SW                PIC X(1).
               88  WS-ESCROW-FOUND               VALUE 'Y'.
           05  WS-OLD-MONTHLY                    PIC S9(7)V99 COMP-3.
           05  WS-DELTA                          PIC S9(7)V99 COMP-3.
           05  WS-TODAY                          PIC X(10).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-BDATE-ERRMSG                   PIC X(65).
           05  WS-BDATE-GOODMSG                  PIC X(65).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-AMOUNT-DSP                     PIC -(6)9.99.
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-FREQ-DSP                       PIC Z9.

      *-----------------------------------------------------------------
      * The GL accounts escrow moves between - the same chart
      * DBANK39P's extract carries.  The instalment's credit to the
      * loan account reached customer deposits through the ordinary
      * BNKTXN mapping; the escrow share moves on to the escrow
      * liability, and leaves it through cash clearing when a
      * disbursement wire goes out.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-ESCROW-LIABILITY               PIC 9(5) VALUE 21500.

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC74.
           COPY CBANKVC91.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSEW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSED
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSEWX.
           COPY CBANKSEDX.
           COPY CBANKSACX.

       01  WS-COLLATERAL-COUNT                   PIC S9(4) COMP.
       01  WS-ESCROW-AMOUNT                      PIC S9(7)V99 COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CESCR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference ESCR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO ESCR01O-ACTIVE-SW ESCR01O-RETURNED-SW.
           MOVE ZERO   TO ESCR01O-BALANCE
                          ESCR01O-MONTHLY
                          ESCR01O-COLLECTED
                          ESCR01O-SHORTAGE
                          ESCR01O-NEW-SEQ
                          ESCR01O-ITEM-COUNT.
           MOVE SPACES TO ESCR01O-LAST-ANALYSIS ESCR01O-NEXT-ANALYSIS.

           IF ESCR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN ESCR01I-QUERY
                   PERFORM P100-QUERY-ESCROW
               WHEN ESCR01I-SET-MONTHLY
                   PERFORM P200-SET-MONTHLY THRU
                           SET-MONTHLY-EXIT
               WHEN ESCR01I-ADD-ITEM
                   PERFORM P300-ADD-ITEM THRU
                           ADD-ITEM-EXIT
               WHEN ESCR01I-UPDATE-ITEM
                   PERFORM P400-UPDATE-ITEM THRU
                           UPDATE-ITEM-EXIT
               WHEN ESCR01I-RETIRE-ITEM
                   PERFORM P450-RETIRE-ITEM THRU
                           RETIRE-ITEM-EXIT
               WHEN ESCR01I-COLLECT
                   PERFORM P500-COLLECT-ESCROW THRU
                           COLLECT-ESCROW-EXIT
               WHEN ESCR01I-RETURN
                   PERFORM P600-RETURN-DISBURSEMENT THRU
                           RETURN-DISBURSEMENT-EXIT
               WHEN OTHER
                   MOVE 'Invalid escrow function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The escrow position and the active payee items, capped at the
      * screen's twenty lines.
      *=================================================================
       P100-QUERY-ESCROW.
           PERFORM P110-READ-ESCROW.

           IF BANK-ERRMSG NOT = SPACES
               GO TO P100-EXIT
           END-IF.

           MOVE ESCR01I-LOAN-ACC TO DCL-ESD-LOAN-ACC.

           EXEC SQL
                DECLARE ESD_CSR CURSOR FOR
                SELECT ESD_SEQ, ESD_TYPE, ESD_PAYEE, ESD_AMOUNT,
                       ESD_FREQ_MONTHS, ESD_NEXT_DUE, ESD_LAST_PAID
                FROM BNKESCDB
                WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                  AND ESD_STATUS   = 'A'
                ORDER BY ESD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ESD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-ITEM
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR ESCR01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE ESD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF ESCR01O-ACTIVE
                   MOVE 'Escrow listed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'No escrow is set up on this loan'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       P100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The escrow row, if the loan has one - only an active row
      * counts as escrow in force.
      *-----------------------------------------------------------------
       P110-READ-ESCROW.
           MOVE 'N'              TO WS-ESCROW-FOUND-SW.
           MOVE ESCR01I-LOAN-ACC TO DCL-ESW-LOAN-ACC.

           EXEC SQL
                SELECT ESW_BALANCE, ESW_MONTHLY_AMT, ESW_STATUS,
                       ESW_LAST_ANALYSIS, ESW_NEXT_ANALYSIS,
                       ESW_SHORTAGE
                  INTO :DCL-ESW-BALANCE, :DCL-ESW-MONTHLY-AMT,
                       :DCL-ESW-STATUS,
                       :DCL-ESW-LAST-ANALYSIS, :DCL-ESW-NEXT-ANALYSIS,
                       :DCL-ESW-SHORTAGE
                  FROM BNKESCRW
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-ESCROW-FOUND TO TRUE
               IF DCL-ESW-ACTIVE
                   SET ESCR01O-ACTIVE        TO TRUE
                   MOVE DCL-ESW-BALANCE      TO ESCR01O-BALANCE
                   MOVE DCL-ESW-MONTHLY-AMT  TO ESCR01O-MONTHLY
                   MOVE DCL-ESW-LAST-ANALYSIS
                     TO ESCR01O-LAST-ANALYSIS
                   MOVE DCL-ESW-NEXT-ANALYSIS
                     TO ESCR01O-NEXT-ANALYSIS
                   MOVE DCL-ESW-SHORTAGE     TO ESCR01O-SHORTAGE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P120-FETCH-ITEM.
           EXEC SQL
                FETCH ESD_CSR
                INTO :DCL-ESD-SEQ,
                     :DCL-ESD-TYPE,
                     :DCL-ESD-PAYEE,
                     :DCL-ESD-AMOUNT,
                     :DCL-ESD-FREQ-MONTHS,
                     :DCL-ESD-NEXT-DUE,
                     :DCL-ESD-LAST-PAID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO ESCR01O-ITEM-COUNT
               MOVE ESCR01O-ITEM-COUNT  TO WS-SUB
               MOVE DCL-ESD-SEQ         TO ESCR01O-SEQ(WS-SUB)
               MOVE DCL-ESD-TYPE        TO ESCR01O-TYPE(WS-SUB)
               MOVE DCL-ESD-PAYEE       TO ESCR01O-PAYEE(WS-SUB)
               MOVE DCL-ESD-AMOUNT      TO ESCR01O-AMOUNT(WS-SUB)
               MOVE DCL-ESD-FREQ-MONTHS
                 TO ESCR01O-FREQ-MONTHS(WS-SUB)
               MOVE DCL-ESD-NEXT-DUE    TO ESCR01O-NEXT-DUE(WS-SUB)
               MOVE DCL-ESD-LAST-PAID   TO ESCR01O-LAST-PAID(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Set up escrow, or change its monthly amount.  A new escrow
      * needs a property loan - a loan account with live collateral
      * on the registry - and gets its first analysis a year out.
      * Either way the loan's collection order moves by the change,
      * so the instalment and the escrow share keep arriving as one
      * payment.
      *=================================================================
       P200-SET-MONTHLY.
           IF ESCR01I-AMOUNT IS LESS THAN ZERO
               MOVE 'The monthly escrow amount cannot be negative'
                 TO BANK-ERRMSG
               GO TO SET-MONTHLY-EXIT
           END-IF.

           PERFORM P210-VALIDATE-LOAN THRU VALIDATE-LOAN-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-MONTHLY-EXIT
           END-IF.

           PERFORM P110-READ-ESCROW.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-MONTHLY-EXIT
           END-IF.

           MOVE ESCR01I-USERID TO DCL-ESW-UPDATED-BY.
           MOVE ESCR01I-AMOUNT TO DCL-ESW-MONTHLY-AMT.

           IF WS-ESCROW-FOUND
               PERFORM P230-CHANGE-MONTHLY
           ELSE
               PERFORM P220-OPEN-ESCROW THRU OPEN-ESCROW-EXIT
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-MONTHLY-EXIT
           END-IF.

           COMPUTE WS-DELTA = ESCR01I-AMOUNT - WS-OLD-MONTHLY.

           IF WS-DELTA NOT = ZERO
               PERFORM P240-REPRICE-ORDER
           ELSE
               MOVE 'Escrow monthly amount saved' TO GOOD-ERRMSG
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               MOVE SPACES TO GOOD-ERRMSG
           ELSE
               PERFORM P110-READ-ESCROW
           END-IF.

       SET-MONTHLY-EXIT.
           EXIT.

       P210-VALIDATE-LOAN.
           MOVE ESCR01I-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_ACCTYPE, BAC_STATUS
                  INTO :DCL-BAC-ACCTYPE, :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Loan account not on file' TO BANK-ERRMSG
               GO TO VALIDATE-LOAN-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VALIDATE-LOAN-EXIT
           END-IF.

           IF DCL-BAC-ACCTYPE NOT = 'L'
               MOVE 'Account is not a loan account' TO BANK-ERRMSG
               GO TO VALIDATE-LOAN-EXIT
           END-IF.

           IF DCL-BAC-STATUS = 'C'
               MOVE 'Loan account is closed' TO BANK-ERRMSG
           END-IF.

       VALIDATE-LOAN-EXIT.
           EXIT.

       P220-OPEN-ESCROW.
           MOVE ZERO TO WS-OLD-MONTHLY.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COLLATERAL-COUNT
                  FROM BNKCLTRL
                 WHERE CLT_LOAN_ACC = :DCL-ESW-LOAN-ACC
                   AND CLT_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-ESCROW-EXIT
           END-IF.

           IF WS-COLLATERAL-COUNT = ZERO
               MOVE 'Loan has no property on the collateral registry'
                 TO BANK-ERRMSG
               GO TO OPEN-ESCROW-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO BNKESCRW (
                  ESW_LOAN_ACC,
                  ESW_BALANCE,
                  ESW_MONTHLY_AMT,
                  ESW_STATUS,
                  ESW_NEXT_ANALYSIS,
                  ESW_UPDATED_BY,
                  ESW_UPDATED_TS
                ) VALUES (
                  :DCL-ESW-LOAN-ACC,
                  0,
                  :DCL-ESW-MONTHLY-AMT,
                  'A',
                  CHAR(CURRENT DATE + 12 MONTHS),
                  :DCL-ESW-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'BNKESCRW'     TO CD74I-TABLE
               MOVE 'A'            TO CD74I-ACTION
               MOVE SPACES         TO CD74I-BEFORE CD74I-KEY
               MOVE ESCR01I-LOAN-ACC TO CD74I-KEY
               MOVE ESCR01I-AMOUNT TO WS-AMOUNT-DSP
               MOVE SPACES         TO CD74I-AFTER
               STRING 'MONTHLY=' DELIMITED BY SIZE
                      WS-AMOUNT-DSP DELIMITED BY SIZE
                 INTO CD74I-AFTER
               PERFORM P700-CALL-AUDIT
           END-IF.

       OPEN-ESCROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A closed escrow being reopened was no longer in the order, so
      * it reprices from nothing.
      *-----------------------------------------------------------------
       P230-CHANGE-MONTHLY.
           IF DCL-ESW-ACTIVE
               MOVE DCL-ESW-MONTHLY-AMT TO WS-OLD-MONTHLY
           ELSE
               MOVE ZERO TO WS-OLD-MONTHLY
           END-IF.

           MOVE WS-OLD-MONTHLY TO WS-AMOUNT-DSP.
           MOVE SPACES TO CD74I-BEFORE.
           STRING 'MONTHLY=' DELIMITED BY SIZE
                  WS-AMOUNT-DSP DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  DCL-ESW-STATUS DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           MOVE ESCR01I-AMOUNT TO DCL-ESW-MONTHLY-AMT.

           EXEC SQL
                UPDATE BNKESCRW
                   SET ESW_MONTHLY_AMT = :DCL-ESW-MONTHLY-AMT,
                       ESW_STATUS      = 'A',
                       ESW_UPDATED_BY  = :DCL-ESW-UPDATED-BY,
                       ESW_UPDATED_TS  = CURRENT TIMESTAMP
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'BNKESCRW'       TO CD74I-TABLE
               MOVE 'C'              TO CD74I-ACTION
               MOVE SPACES           TO CD74I-KEY
               MOVE ESCR01I-LOAN-ACC TO CD74I-KEY
               MOVE ESCR01I-AMOUNT   TO WS-AMOUNT-DSP
               MOVE SPACES           TO CD74I-AFTER
               STRING 'MONTHLY=' DELIMITED BY SIZE
                      WS-AMOUNT-DSP DELIMITED BY SIZE
                      ' STATUS=A' DELIMITED BY SIZE
                 INTO CD74I-AFTER
               PERFORM P700-CALL-AUDIT
           END-IF.

      *-----------------------------------------------------------------
      * Move the loan's collection order - active, or suspended and
      * waiting on the back office - by the change in the escrow
      * share.
      *-----------------------------------------------------------------
       P240-REPRICE-ORDER.
           EXEC SQL
                UPDATE BNKSTORD
                   SET STO_AMOUNT = STO_AMOUNT + :WS-DELTA
                 WHERE STO_TO_ACC = :DCL-ESW-LOAN-ACC
                   AND STO_STATUS IN ('A', 'S')
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Escrow saved - no collection order to reprice'
                 TO GOOD-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG = SPACES
                   MOVE 'Escrow saved and collection order repriced'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * Add a tax bill or insurance premium to the loan's escrow
      * schedule under the next free sequence.
      *=================================================================
       P300-ADD-ITEM.
           PERFORM P110-READ-ESCROW.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           IF NOT ESCR01O-ACTIVE
               MOVE 'Set up escrow on the loan first' TO BANK-ERRMSG
               GO TO ADD-ITEM-EXIT
           END-IF.

           PERFORM P310-VALIDATE-ITEM THRU VALIDATE-ITEM-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           MOVE ESCR01I-LOAN-ACC TO DCL-ESD-LOAN-ACC.

           EXEC SQL
                SELECT COALESCE(MAX(ESD_SEQ), 0) + 1
                  INTO :DCL-ESD-SEQ
                  FROM BNKESCDB
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           MOVE ESCR01I-ITEM-TYPE   TO DCL-ESD-TYPE.
           MOVE ESCR01I-PAYEE       TO DCL-ESD-PAYEE.
           MOVE ESCR01I-ROUTING     TO DCL-ESD-ROUTING.
           MOVE ESCR01I-EXT-ACC     TO DCL-ESD-EXT-ACC.
           MOVE ESCR01I-AMOUNT      TO DCL-ESD-AMOUNT.
           MOVE ESCR01I-FREQ-MONTHS TO DCL-ESD-FREQ-MONTHS.
           MOVE ESCR01I-DUE-DATE    TO DCL-ESD-NEXT-DUE.
           MOVE ESCR01I-USERID      TO DCL-ESD-UPDATED-BY.

           EXEC SQL
                INSERT INTO BNKESCDB (
                  ESD_LOAN_ACC,
                  ESD_SEQ,
                  ESD_TYPE,
                  ESD_PAYEE,
                  ESD_ROUTING,
                  ESD_EXT_ACC,
                  ESD_AMOUNT,
                  ESD_FREQ_MONTHS,
                  ESD_NEXT_DUE,
                  ESD_STATUS,
                  ESD_UPDATED_BY,
                  ESD_UPDATED_TS
                ) VALUES (
                  :DCL-ESD-LOAN-ACC,
                  :DCL-ESD-SEQ,
                  :DCL-ESD-TYPE,
                  :DCL-ESD-PAYEE,
                  :DCL-ESD-ROUTING,
                  :DCL-ESD-EXT-ACC,
                  :DCL-ESD-AMOUNT,
                  :DCL-ESD-FREQ-MONTHS,
                  :DCL-ESD-NEXT-DUE,
                  'A',
                  :DCL-ESD-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-ESD-SEQ TO ESCR01O-NEW-SEQ
               MOVE SPACES      TO CD74I-BEFORE
               MOVE 'A'         TO CD74I-ACTION
               PERFORM P710-ITEM-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Escrow payee item added' TO GOOD-ERRMSG
           END-IF.

       ADD-ITEM-EXIT.
           EXIT.

       P310-VALIDATE-ITEM.
           IF NOT ESCR01I-PROPERTY-TAX AND NOT ESCR01I-INSURANCE
               MOVE 'Item type must be T (tax) or I (insurance)'
                 TO BANK-ERRMSG
               GO TO VALIDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-PAYEE = SPACES
               MOVE 'Please enter the payee' TO BANK-ERRMSG
               GO TO VALIDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-ROUTING = SPACES OR ESCR01I-EXT-ACC = SPACES
               MOVE 'Please enter the payee routing and account'
                 TO BANK-ERRMSG
               GO TO VALIDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Please enter the bill amount' TO BANK-ERRMSG
               GO TO VALIDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-FREQ-MONTHS NOT = 1 AND NOT = 3
              AND NOT = 6 AND NOT = 12
               MOVE 'Frequency must be 1, 3, 6 or 12 months'
                 TO BANK-ERRMSG
               GO TO VALIDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-DUE-DATE = SPACES
               MOVE 'Please enter the next due date (YYYY-MM-DD)'
                 TO BANK-ERRMSG
           END-IF.

       VALIDATE-ITEM-EXIT.
           EXIT.

      *=================================================================
      * Change an item - this year's bill amount, its next due date,
      * or corrected payee routing after a rejected wire.  Fields
      * left blank keep what is on file.
      *=================================================================
       P400-UPDATE-ITEM.
           PERFORM P410-READ-ACTIVE-ITEM.

           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-ITEM-EXIT
           END-IF.

           IF ESCR01I-AMOUNT IS GREATER THAN ZERO
               MOVE ESCR01I-AMOUNT   TO DCL-ESD-AMOUNT
           END-IF.
           IF ESCR01I-DUE-DATE NOT = SPACES
               MOVE ESCR01I-DUE-DATE TO DCL-ESD-NEXT-DUE
           END-IF.
           IF ESCR01I-ROUTING NOT = SPACES
               MOVE ESCR01I-ROUTING  TO DCL-ESD-ROUTING
           END-IF.
           IF ESCR01I-EXT-ACC NOT = SPACES
               MOVE ESCR01I-EXT-ACC  TO DCL-ESD-EXT-ACC
           END-IF.
           MOVE ESCR01I-USERID       TO DCL-ESD-UPDATED-BY.

           EXEC SQL
                UPDATE BNKESCDB
                   SET ESD_AMOUNT     = :DCL-ESD-AMOUNT,
                       ESD_NEXT_DUE   = :DCL-ESD-NEXT-DUE,
                       ESD_ROUTING    = :DCL-ESD-ROUTING,
                       ESD_EXT_ACC    = :DCL-ESD-EXT-ACC,
                       ESD_UPDATED_BY = :DCL-ESD-UPDATED-BY,
                       ESD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                   AND ESD_SEQ      = :DCL-ESD-SEQ
                   AND ESD_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'C' TO CD74I-ACTION
               PERFORM P710-ITEM-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Escrow payee item changed' TO GOOD-ERRMSG
           END-IF.

       UPDATE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The active item being acted on - also captures its before
      * image for the maintenance audit row.
      *-----------------------------------------------------------------
       P410-READ-ACTIVE-ITEM.
           MOVE ESCR01I-LOAN-ACC TO DCL-ESD-LOAN-ACC.
           MOVE ESCR01I-SEQ      TO DCL-ESD-SEQ.

           EXEC SQL
                SELECT ESD_TYPE, ESD_PAYEE, ESD_ROUTING, ESD_EXT_ACC,
                       ESD_AMOUNT, ESD_FREQ_MONTHS, ESD_NEXT_DUE
                  INTO :DCL-ESD-TYPE, :DCL-ESD-PAYEE,
                       :DCL-ESD-ROUTING, :DCL-ESD-EXT-ACC,
                       :DCL-ESD-AMOUNT, :DCL-ESD-FREQ-MONTHS,
                       :DCL-ESD-NEXT-DUE
                  FROM BNKESCDB
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                   AND ESD_SEQ      = :DCL-ESD-SEQ
                   AND ESD_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Escrow payee item not on file' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           PERFORM P720-ITEM-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

       P450-RETIRE-ITEM.
           PERFORM P410-READ-ACTIVE-ITEM.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RETIRE-ITEM-EXIT
           END-IF.

           MOVE ESCR01I-USERID TO DCL-ESD-UPDATED-BY.

           EXEC SQL
                UPDATE BNKESCDB
                   SET ESD_STATUS     = 'X',
                       ESD_UPDATED_BY = :DCL-ESD-UPDATED-BY,
                       ESD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                   AND ESD_SEQ      = :DCL-ESD-SEQ
                   AND ESD_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'D'       TO CD74I-ACTION
               MOVE 'RETIRED' TO CD74I-AFTER
               PERFORM P730-CALL-ITEM-AUDIT
               MOVE 'Escrow payee item retired' TO GOOD-ERRMSG
           END-IF.

       RETIRE-ITEM-EXIT.
           EXIT.

      *=================================================================
      * The escrow share of an instalment DBANK16P has just credited
      * to the loan account - the monthly amount, or all of it if
      * the payment came up short.  It comes back off the loan
      * account as an escrow ledger row, onto the escrow balance,
      * and across the GL from customer deposits to the escrow
      * liability.  No escrow in force takes nothing.
      *=================================================================
       P500-COLLECT-ESCROW.
           PERFORM P110-READ-ESCROW.

           IF BANK-ERRMSG NOT = SPACES OR NOT ESCR01O-ACTIVE
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           IF ESCR01I-AMOUNT IS NOT GREATER THAN ZERO OR
              DCL-ESW-MONTHLY-AMT IS NOT GREATER THAN ZERO
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           IF ESCR01I-AMOUNT < DCL-ESW-MONTHLY-AMT
               MOVE ESCR01I-AMOUNT      TO WS-ESCROW-AMOUNT
           ELSE
               MOVE DCL-ESW-MONTHLY-AMT TO WS-ESCROW-AMOUNT
           END-IF.

           MOVE ESCR01I-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           MOVE SPACES             TO CD04-DATA.
           MOVE DCL-BAC-PID        TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG    TO TRUE.
           MOVE ESCR01I-LOAN-ACC   TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE    TO CD04I-FROM-OLD-BAL.
           COMPUTE CD04I-FROM-NEW-BAL =
               DCL-BAC-BALANCE - WS-ESCROW-AMOUNT.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Loan balance changed - retry the collection'
                 TO BANK-ERRMSG
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           MOVE SPACES              TO CD06-DATA.
           MOVE DCL-BAC-PID         TO CD06I-PERSON-PID.
           SET CD06I-LEDGER         TO TRUE.
           MOVE ESCR01I-LOAN-ACC    TO CD06I-FROM-ACC.
           COMPUTE CD06I-FROM-AMOUNT = WS-ESCROW-AMOUNT * -1.
           MOVE 'Escrow collection' TO CD06I-FROM-DESC.
           MOVE 'E'                 TO CD06I-CATEGORY.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           PERFORM P510-BUILD-TODAY.

           MOVE ESCR01I-USERID TO DCL-ESW-UPDATED-BY.

           EXEC SQL
                UPDATE BNKESCRW
                   SET ESW_BALANCE      = ESW_BALANCE +
                                          :WS-ESCROW-AMOUNT,
                       ESW_LAST_COLLECT = :WS-TODAY,
                       ESW_UPDATED_BY   = :DCL-ESW-UPDATED-BY,
                       ESW_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO COLLECT-ESCROW-EXIT
           END-IF.

           MOVE GL-CUST-DEPOSITS    TO GLJN01I-DR-ACCOUNT.
           MOVE GL-ESCROW-LIABILITY TO GLJN01I-CR-ACCOUNT.
           PERFORM P520-STAGE-ENTRY.

           IF BANK-ERRMSG = SPACES
               MOVE WS-ESCROW-AMOUNT TO ESCR01O-COLLECTED
               ADD WS-ESCROW-AMOUNT  TO ESCR01O-BALANCE
               MOVE 'Escrow collected' TO GOOD-ERRMSG
           END-IF.

       COLLECT-ESCROW-EXIT.
           EXIT.

       P510-BUILD-TODAY.
           MOVE SPACES     TO CD91-DATA WS-BDATE-ERRMSG WS-TODAY.
           SET CD91I-QUERY TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG = SPACES
               MOVE CD91O-CURR-DATE TO WS-TODAY
           END-IF.

      *-----------------------------------------------------------------
      * One balanced escrow journal entry for tonight's GL extract -
      * the caller has set the pair.
      *-----------------------------------------------------------------
       P520-STAGE-ENTRY.
           MOVE 'DESCR01P'        TO GLJN01I-SOURCE.
           MOVE 'E'               TO GLJN01I-CATEGORY.
           MOVE ESCR01I-LOAN-ACC  TO GLJN01I-ACCNO.
           MOVE ESCR01I-REF       TO GLJN01I-REF.
           MOVE WS-ESCROW-AMOUNT  TO GLJN01I-AMOUNT.
           MOVE SPACES            TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * A disbursement wire operations cancelled on the DWIRE02P
      * repair queue - if the reference is an escrow payment, the
      * money goes back on the escrow balance (never the loan
      * account, which it never left) and the item is due again
      * from the date it was paid for, so the bill is not silently
      * dropped.  Any other wire comes back untouched for the normal
      * customer reversal.
      *=================================================================
       P600-RETURN-DISBURSEMENT.
           MOVE ESCR01I-REF TO DCL-ESD-LAST-REF.

           EXEC SQL
                SELECT ESD_LOAN_ACC, ESD_SEQ, ESD_LAST_PAID
                  INTO :DCL-ESD-LOAN-ACC, :DCL-ESD-SEQ,
                       :DCL-ESD-LAST-PAID
                  FROM BNKESCDB
                 WHERE ESD_LAST_REF = :DCL-ESD-LAST-REF
           END-EXEC.

           IF SQLCODE = +100
               GO TO RETURN-DISBURSEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RETURN-DISBURSEMENT-EXIT
           END-IF.

           MOVE ESCR01I-AMOUNT   TO WS-ESCROW-AMOUNT.
           MOVE DCL-ESD-LOAN-ACC TO DCL-ESW-LOAN-ACC
                                    ESCR01I-LOAN-ACC.
           MOVE ESCR01I-USERID   TO DCL-ESW-UPDATED-BY
                                    DCL-ESD-UPDATED-BY.

           EXEC SQL
                UPDATE BNKESCRW
                   SET ESW_BALANCE    = ESW_BALANCE +
                                        :WS-ESCROW-AMOUNT,
                       ESW_UPDATED_BY = :DCL-ESW-UPDATED-BY,
                       ESW_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RETURN-DISBURSEMENT-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKESCDB
                   SET ESD_NEXT_DUE   = ESD_LAST_PAID,
                       ESD_LAST_PAID  = ' ',
                       ESD_LAST_REF   = ' ',
                       ESD_UPDATED_BY = :DCL-ESD-UPDATED-BY,
                       ESD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                   AND ESD_SEQ      = :DCL-ESD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RETURN-DISBURSEMENT-EXIT
           END-IF.

           MOVE GL-CASH-CLEARING    TO GLJN01I-DR-ACCOUNT.
           MOVE GL-ESCROW-LIABILITY TO GLJN01I-CR-ACCOUNT.
           PERFORM P520-STAGE-ENTRY.

           IF BANK-ERRMSG = SPACES
               SET ESCR01O-RETURNED TO TRUE
               MOVE 'Escrow disbursement returned to escrow'
                 TO GOOD-ERRMSG
           END-IF.

       RETURN-DISBURSEMENT-EXIT.
           EXIT.

      *=================================================================
      * The maintenance audit rows - escrow rows keyed by loan
      * account, payee items by loan account plus sequence.
      *=================================================================
       P700-CALL-AUDIT.
           MOVE ESCR01I-USERID TO CD74I-USERID.
           MOVE 'DESCR01P'     TO CD74I-PROGRAM.
           MOVE SPACES         TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P710-ITEM-AUDIT.
           PERFORM P720-ITEM-IMAGE.
           PERFORM P730-CALL-ITEM-AUDIT.

       P720-ITEM-IMAGE.
           MOVE DCL-ESD-AMOUNT      TO WS-AMOUNT-DSP.
           MOVE DCL-ESD-FREQ-MONTHS TO WS-FREQ-DSP.

           MOVE SPACES TO CD74I-AFTER.
           STRING DCL-ESD-TYPE      DELIMITED BY SIZE
                  ' AMT='           DELIMITED BY SIZE
                  WS-AMOUNT-DSP     DELIMITED BY SIZE
                  ' EVERY '         DELIMITED BY SIZE
                  WS-FREQ-DSP       DELIMITED BY SIZE
                  ' DUE '           DELIMITED BY SIZE
                  DCL-ESD-NEXT-DUE  DELIMITED BY SIZE
                  ' TO '            DELIMITED BY SIZE
                  DCL-ESD-ROUTING   DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  DCL-ESD-EXT-ACC   DELIMITED BY SIZE
             INTO CD74I-AFTER.

       P730-CALL-ITEM-AUDIT.
           MOVE 'BNKESCDB'  TO CD74I-TABLE.
           MOVE DCL-ESD-SEQ TO WS-SEQ-DSP.

           MOVE SPACES TO CD74I-KEY.
           STRING ESCR01I-LOAN-ACC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-SEQ-DSP DELIMITED BY SIZE
             INTO CD74I-KEY.

           PERFORM P700-CALL-AUDIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Escrow maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
