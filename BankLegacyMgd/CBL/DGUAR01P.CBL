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
001300* Program:     DGUAR01P.CBL                                    *
001400* Function:    Loan guarantor register and the guarantee-call   *
001500*              workflow - the third parties standing behind a   *
001600*              loan, which until now existed only on the paper  *
001700*              filed with the BNKCLTRL collateral.  'L' lists   *
001800*              a loan's guarantors, or the guarantees one       *
001900*              customer has given; 'A' registers a guarantor    *
002000*              (one of our customers, or an outside party by    *
002100*              name and e-mail) with an amount or percentage    *
002200*              of the debt, signed-date and expiry; 'D'         *
002300*              releases one.  'C', from the B72 collections     *
002400*              worklist, calls every live guarantee on a loan   *
002500*              with a live BNKCOLL case: each guarantor is      *
002600*              demanded the smaller of its cover and what the   *
002700*              loan still owes past the guarantors before it,   *
002800*              and a GUARCALL demand notice is queued.  'R'     *
002900*              posts money recovered from a called guarantor    *
003000*              to the loan account and applies it to the        *
003100*              schedule through DLOAN09P (source 'G'), the      *
003200*              single-leg credit DCMPL01P's redress posts.      *
003300*              'N' is DLOAN01P's: once a loan ages into a       *
003400*              serious-arrears bucket every live guarantor not  *
003500*              yet told gets a GUARNOTE notice, once.  'G'      *
003600*              totals what a customer stands behind as a        *
003700*              guarantor, for the B28 Customer-360.             *
003800*              Maintenance, calls and recoveries write before/  *
003900*              after images to BNKMADT through DBANK74P.        *
004000*              DLOAN06P's LTV report and DCPTY01P's exposure    *
004100*              read the live cover straight from BNKGUAR.       *
004200*              Runs in the caller's unit of work.               *
004300*              SQL version                                      *
004400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DGUAR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-ALERT-TAG                      PIC X(8).
           05  WS-VALUE-DSP                      PIC -(6)9.99.
           05  WS-PCT-DSP                        PIC ZZ9.99.
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-CALLED-COUNT                   PIC S9(4) COMP.
           05  WS-OUTSTANDING                    PIC S9(9)V99 COMP-3.
           05  WS-REMAINING                      PIC S9(9)V99 COMP-3.
           05  WS-COVER                          PIC S9(9)V99 COMP-3.
           05  WS-OWED                           PIC S9(9)V99 COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC20.
           COPY CBANKVC74.
           COPY CLOAN09.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCO
           END-EXEC.

           COPY CBANKSGRX.
           COPY CBANKSACX.
           COPY CBANKSCSX.
           COPY CBANKSCOX.

       01  WS-LOAN-ACC-LOW                       PIC X(9).
       01  WS-LOAN-ACC-HIGH                      PIC X(9).
       01  WS-PID-LOW                            PIC X(5).
       01  WS-PID-HIGH                           PIC X(5).
       01  WS-SEQ-LOW                            PIC S9(3) COMP-3.
       01  WS-SEQ-HIGH                           PIC S9(3) COMP-3.
       01  WS-TODAY                              PIC X(10).
       01  WS-CASE-COUNT                         PIC S9(4) COMP.
       01  WS-SUM-CONTINGENT                     PIC S9(9)V99 COMP-3.
       01  WS-SUM-CALLED-OWED                    PIC S9(9)V99 COMP-3.
       01  WS-SUM-COUNT                          PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CGUAR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference GUAR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           PERFORM P720-BUILD-TODAY.

           EVALUATE TRUE
               WHEN GUAR01I-LIST
                   PERFORM P100-LIST-ITEMS
               WHEN GUAR01I-ADD
                   PERFORM P200-ADD-ITEM THRU
                           ADD-ITEM-EXIT
               WHEN GUAR01I-RELEASE
                   PERFORM P300-RELEASE-ITEM THRU
                           RELEASE-ITEM-EXIT
               WHEN GUAR01I-CALL
                   PERFORM P400-CALL-GUARANTEES THRU
                           CALL-GUARANTEES-EXIT
               WHEN GUAR01I-RECOVER
                   PERFORM P500-RECOVER THRU
                           RECOVER-EXIT
               WHEN GUAR01I-NOTIFY
                   PERFORM P600-NOTIFY-GUARANTORS THRU
                           NOTIFY-GUARANTORS-EXIT
               WHEN GUAR01I-CONTINGENT
                   PERFORM P650-CONTINGENT THRU
                           CONTINGENT-EXIT
               WHEN OTHER
                   MOVE 'Invalid guarantor register function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The register list - one loan's guarantors, the guarantees a
      * customer has given when only the PID is entered, or every
      * guarantee not yet released when both are blank, capped at the
      * screen's twenty lines.
      *=================================================================
       P100-LIST-ITEMS.
           MOVE ZERO TO GUAR01O-ITEM-COUNT.

           IF GUAR01I-LOAN-ACC = SPACES
               MOVE LOW-VALUES  TO WS-LOAN-ACC-LOW
               MOVE HIGH-VALUES TO WS-LOAN-ACC-HIGH
           ELSE
               MOVE GUAR01I-LOAN-ACC TO WS-LOAN-ACC-LOW
               MOVE GUAR01I-LOAN-ACC TO WS-LOAN-ACC-HIGH
           END-IF.

           IF GUAR01I-PID = SPACES OR GUAR01I-LOAN-ACC NOT = SPACES
               MOVE LOW-VALUES  TO WS-PID-LOW
               MOVE HIGH-VALUES TO WS-PID-HIGH
           ELSE
               MOVE GUAR01I-PID TO WS-PID-LOW
               MOVE GUAR01I-PID TO WS-PID-HIGH
           END-IF.

           EXEC SQL
                DECLARE GUA_CSR CURSOR FOR
                SELECT GUA_LOAN_ACC, GUA_SEQ, GUA_PID, GUA_NAME,
                       GUA_EMAIL, GUA_AMOUNT, GUA_PCT,
                       GUA_SIGNED_DATE, GUA_EXPIRY, GUA_STATUS,
                       GUA_NOTIFIED_DATE, GUA_CALL_AMT,
                       GUA_RECOVERED, GUA_UPDATED_BY
                FROM BNKGUAR
                WHERE GUA_LOAN_ACC >= :WS-LOAN-ACC-LOW
                  AND GUA_LOAN_ACC <= :WS-LOAN-ACC-HIGH
                  AND GUA_PID      >= :WS-PID-LOW
                  AND GUA_PID      <= :WS-PID-HIGH
                  AND GUA_STATUS   <> 'X'
                ORDER BY GUA_LOAN_ACC, GUA_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN GUA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-ITEM
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR GUAR01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE GUA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Guarantors listed' TO GOOD-ERRMSG
           END-IF.

       P110-FETCH-ITEM.
           EXEC SQL
                FETCH GUA_CSR
                INTO :DCL-GUA-LOAN-ACC,
                     :DCL-GUA-SEQ,
                     :DCL-GUA-PID,
                     :DCL-GUA-NAME,
                     :DCL-GUA-EMAIL,
                     :DCL-GUA-AMOUNT,
                     :DCL-GUA-PCT,
                     :DCL-GUA-SIGNED-DATE,
                     :DCL-GUA-EXPIRY,
                     :DCL-GUA-STATUS,
                     :DCL-GUA-NOTIFIED-DATE,
                     :DCL-GUA-CALL-AMT,
                     :DCL-GUA-RECOVERED,
                     :DCL-GUA-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P120-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One fetched row onto the output list - the call and notice
      * passes load their work lists the same way.
      *-----------------------------------------------------------------
       P120-ADD-OUTPUT-ENTRY.
           ADD 1 TO GUAR01O-ITEM-COUNT.
           MOVE GUAR01O-ITEM-COUNT TO WS-SUB.
           MOVE DCL-GUA-LOAN-ACC      TO GUAR01O-LOAN-ACC(WS-SUB).
           MOVE DCL-GUA-SEQ           TO GUAR01O-SEQ(WS-SUB).
           MOVE DCL-GUA-PID           TO GUAR01O-PID(WS-SUB).
           MOVE DCL-GUA-NAME          TO GUAR01O-NAME(WS-SUB).
           MOVE DCL-GUA-EMAIL         TO GUAR01O-EMAIL(WS-SUB).
           MOVE DCL-GUA-AMOUNT        TO GUAR01O-AMOUNT(WS-SUB).
           MOVE DCL-GUA-PCT           TO GUAR01O-PCT(WS-SUB).
           MOVE DCL-GUA-SIGNED-DATE   TO GUAR01O-SIGNED-DATE(WS-SUB).
           MOVE DCL-GUA-EXPIRY        TO GUAR01O-EXPIRY(WS-SUB).
           MOVE DCL-GUA-STATUS        TO GUAR01O-STATUS(WS-SUB).
           MOVE DCL-GUA-NOTIFIED-DATE TO GUAR01O-NOTIFIED-DATE(WS-SUB).
           MOVE DCL-GUA-CALL-AMT      TO GUAR01O-CALL-AMT(WS-SUB).
           MOVE DCL-GUA-RECOVERED     TO GUAR01O-RECOVERED(WS-SUB).
           MOVE DCL-GUA-UPDATED-BY    TO GUAR01O-UPDATED-BY(WS-SUB).

      *=================================================================
      * Register a guarantor - the loan must exist and be a loan
      * account, and the guarantee takes the next free sequence under
      * it.  A customer guarantor is named from BNKCUST and reached
      * through their own e-mail preference; an outside party needs
      * a name.
      *=================================================================
       P200-ADD-ITEM.
           PERFORM P210-VALIDATE-INPUT THRU
                   VALIDATE-INPUT-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           PERFORM P730-READ-LOAN.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           MOVE GUAR01I-NAME  TO DCL-GUA-NAME.
           MOVE GUAR01I-EMAIL TO DCL-GUA-EMAIL.
           MOVE GUAR01I-PID   TO DCL-GUA-PID.

           IF GUAR01I-PID NOT = SPACES
               IF GUAR01I-PID = DCL-BAC-PID
                   MOVE 'A borrower cannot guarantee their own loan'
                     TO BANK-ERRMSG
                   GO TO ADD-ITEM-EXIT
               END-IF
               MOVE GUAR01I-PID TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_NAME
                      INTO :DCL-BCS-NAME
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Guarantor customer not on file'
                     TO BANK-ERRMSG
                   GO TO ADD-ITEM-EXIT
               END-IF
               PERFORM P800-ERROR-CHECK
               MOVE DCL-BCS-NAME TO DCL-GUA-NAME
               MOVE SPACES       TO DCL-GUA-EMAIL
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           MOVE GUAR01I-LOAN-ACC TO DCL-GUA-LOAN-ACC.

           EXEC SQL
                SELECT COALESCE(MAX(GUA_SEQ), 0) + 1
                  INTO :DCL-GUA-SEQ
                  FROM BNKGUAR
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-ITEM-EXIT
           END-IF.

           MOVE GUAR01I-AMOUNT      TO DCL-GUA-AMOUNT.
           MOVE GUAR01I-PCT         TO DCL-GUA-PCT.
           MOVE GUAR01I-SIGNED-DATE TO DCL-GUA-SIGNED-DATE.
           MOVE GUAR01I-EXPIRY      TO DCL-GUA-EXPIRY.
           MOVE GUAR01I-USERID      TO DCL-GUA-UPDATED-BY.

           EXEC SQL
                INSERT INTO BNKGUAR (
                  GUA_LOAN_ACC,
                  GUA_SEQ,
                  GUA_PID,
                  GUA_NAME,
                  GUA_EMAIL,
                  GUA_AMOUNT,
                  GUA_PCT,
                  GUA_SIGNED_DATE,
                  GUA_EXPIRY,
                  GUA_STATUS,
                  GUA_NOTIFIED_DATE,
                  GUA_CALL_DATE,
                  GUA_CALL_AMT,
                  GUA_RECOVERED,
                  GUA_UPDATED_BY,
                  GUA_UPDATED_TS
                ) VALUES (
                  :DCL-GUA-LOAN-ACC,
                  :DCL-GUA-SEQ,
                  :DCL-GUA-PID,
                  :DCL-GUA-NAME,
                  :DCL-GUA-EMAIL,
                  :DCL-GUA-AMOUNT,
                  :DCL-GUA-PCT,
                  :DCL-GUA-SIGNED-DATE,
                  :DCL-GUA-EXPIRY,
                  'A',
                  ' ',
                  ' ',
                  0,
                  0,
                  :DCL-GUA-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-GUA-SEQ TO GUAR01O-NEW-SEQ
               MOVE SPACES TO CD74I-BEFORE
               MOVE 'A'    TO CD74I-ACTION
               PERFORM P750-BUILD-COVER-IMAGE
               MOVE WS-ALERT-ERRMSG TO CD74I-AFTER
               PERFORM P760-CALL-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Guarantor registered' TO GOOD-ERRMSG
           END-IF.

       ADD-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A guarantee covers a fixed amount or a share of the debt -
      * one or the other, never both.
      *-----------------------------------------------------------------
       P210-VALIDATE-INPUT.
           IF GUAR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-PID = SPACES AND GUAR01I-NAME = SPACES
               MOVE 'Please enter the guarantor PID or name'
                 TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-AMOUNT IS GREATER THAN ZERO AND
              GUAR01I-PCT IS GREATER THAN ZERO
               MOVE 'Enter an amount or a percentage, not both'
                 TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-AMOUNT IS NOT GREATER THAN ZERO AND
              GUAR01I-PCT IS NOT GREATER THAN ZERO
               MOVE 'Please enter the guaranteed amount or percentage'
                 TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-PCT IS GREATER THAN 100
               MOVE 'Percentage cannot exceed 100' TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-SIGNED-DATE = SPACES
               MOVE 'Please enter the signed date (YYYY-MM-DD)'
                 TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF GUAR01I-EXPIRY NOT = SPACES AND
              GUAR01I-EXPIRY IS NOT GREATER THAN GUAR01I-SIGNED-DATE
               MOVE 'Expiry must fall after the signed date'
                 TO BANK-ERRMSG
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

       VALIDATE-INPUT-EXIT.
           EXIT.

      *=================================================================
      * Release a guarantor - the loan no longer relies on them.  A
      * called guarantee still owing stays until it is recovered.
      *=================================================================
       P300-RELEASE-ITEM.
           IF GUAR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GO TO RELEASE-ITEM-EXIT
           END-IF.

           PERFORM P710-READ-ITEM.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-ITEM-EXIT
           END-IF.

           IF DCL-GUA-CALLED
               MOVE 'Guarantee is called - recover it first'
                 TO BANK-ERRMSG
               GO TO RELEASE-ITEM-EXIT
           END-IF.

           MOVE GUAR01I-USERID TO DCL-GUA-UPDATED-BY.

           EXEC SQL
                UPDATE BNKGUAR
                   SET GUA_STATUS     = 'X',
                       GUA_UPDATED_BY = :DCL-GUA-UPDATED-BY,
                       GUA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                   AND GUA_SEQ      = :DCL-GUA-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'D' TO CD74I-ACTION
               MOVE 'RELEASED' TO CD74I-AFTER
               PERFORM P760-CALL-AUDIT
               MOVE 'Guarantor released' TO GOOD-ERRMSG
           END-IF.

       RELEASE-ITEM-EXIT.
           EXIT.

      *=================================================================
      * Call the guarantees on a loan in collections.  Every live,
      * unexpired guarantee (or the one named by sequence) is called
      * in sequence order; each is demanded the smaller of its cover
      * and what the loan still owes after the guarantors before it,
      * so the demands never add up to more than the debt.
      *=================================================================
       P400-CALL-GUARANTEES.
           MOVE ZERO TO GUAR01O-DEMAND WS-CALLED-COUNT.

           IF GUAR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           PERFORM P730-READ-LOAN.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           MOVE GUAR01I-LOAN-ACC TO DCL-COL-LOAN-ACC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CASE-COUNT
                  FROM BNKCOLL
                 WHERE COL_LOAN_ACC = :DCL-COL-LOAN-ACC
                   AND COL_STATUS IN ('O', 'P', 'W')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           IF WS-CASE-COUNT = ZERO
               MOVE 'Loan has no live collections case' TO BANK-ERRMSG
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           COMPUTE WS-OUTSTANDING = DCL-BAC-BALANCE * -1.
           IF WS-OUTSTANDING IS NOT GREATER THAN ZERO
               MOVE 'Loan owes nothing - no call to make'
                 TO BANK-ERRMSG
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           PERFORM P740-LOAD-LIVE-GUARANTEES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           IF GUAR01O-ITEM-COUNT = ZERO
               MOVE 'No live guarantee on this loan' TO BANK-ERRMSG
               GO TO CALL-GUARANTEES-EXIT
           END-IF.

           MOVE WS-OUTSTANDING TO WS-REMAINING.

           PERFORM P410-CALL-ONE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > GUAR01O-ITEM-COUNT
                  OR WS-REMAINING IS NOT GREATER THAN ZERO
                  OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG = SPACES
               MOVE GUAR01O-DEMAND TO WS-VALUE-DSP
               STRING 'Guarantees called - demanded '
                        DELIMITED BY SIZE
                      WS-VALUE-DSP DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       CALL-GUARANTEES-EXIT.
           EXIT.

       P410-CALL-ONE.
           IF GUAR01O-AMOUNT(WS-SUB) IS GREATER THAN ZERO
               MOVE GUAR01O-AMOUNT(WS-SUB) TO WS-COVER
           ELSE
               COMPUTE WS-COVER ROUNDED =
                   WS-OUTSTANDING * GUAR01O-PCT(WS-SUB) / 100
           END-IF.

           IF WS-COVER IS GREATER THAN WS-REMAINING
               MOVE WS-REMAINING TO WS-COVER
           END-IF.

           MOVE GUAR01O-LOAN-ACC(WS-SUB) TO DCL-GUA-LOAN-ACC.
           MOVE GUAR01O-SEQ(WS-SUB)      TO DCL-GUA-SEQ.
           MOVE WS-COVER                 TO DCL-GUA-CALL-AMT.
           MOVE WS-TODAY                 TO DCL-GUA-CALL-DATE.
           MOVE GUAR01I-USERID           TO DCL-GUA-UPDATED-BY.

           EXEC SQL
                UPDATE BNKGUAR
                   SET GUA_STATUS     = 'C',
                       GUA_CALL_AMT   = :DCL-GUA-CALL-AMT,
                       GUA_CALL_DATE  = :DCL-GUA-CALL-DATE,
                       GUA_RECOVERED  = 0,
                       GUA_UPDATED_BY = :DCL-GUA-UPDATED-BY,
                       GUA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                   AND GUA_SEQ      = :DCL-GUA-SEQ
                   AND GUA_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'C'            TO GUAR01O-STATUS(WS-SUB)
               MOVE WS-COVER       TO GUAR01O-CALL-AMT(WS-SUB)
               ADD WS-COVER        TO GUAR01O-DEMAND
               SUBTRACT WS-COVER FROM WS-REMAINING
               ADD 1               TO WS-CALLED-COUNT
               MOVE 'ACTIVE'       TO CD74I-BEFORE
               MOVE WS-COVER       TO WS-VALUE-DSP
               MOVE SPACES         TO CD74I-AFTER
               STRING 'CALLED DEMAND=' DELIMITED BY SIZE
                      WS-VALUE-DSP     DELIMITED BY SIZE
                 INTO CD74I-AFTER
               MOVE 'C'            TO CD74I-ACTION
               PERFORM P760-CALL-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'GUARCALL' TO WS-ALERT-TAG
               PERFORM P700-QUEUE-NOTICE
           END-IF.

      *=================================================================
      * Money recovered from a called guarantor - credited to the loan
      * account and applied to the schedule like any other collection.
      * With no sequence the loan's first called guarantee still owing
      * takes it.  Nothing is taken over what the call demanded, nor
      * over what the loan still owes.
      *=================================================================
       P500-RECOVER.
           IF GUAR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GO TO RECOVER-EXIT
           END-IF.

           IF GUAR01I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Please enter the amount recovered' TO BANK-ERRMSG
               GO TO RECOVER-EXIT
           END-IF.

           IF GUAR01I-SEQ = ZERO
               MOVE GUAR01I-LOAN-ACC TO DCL-GUA-LOAN-ACC
               EXEC SQL
                    SELECT COALESCE(MIN(GUA_SEQ), 0)
                      INTO :DCL-GUA-SEQ
                      FROM BNKGUAR
                     WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                       AND GUA_STATUS   = 'C'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO RECOVER-EXIT
               END-IF
               IF DCL-GUA-SEQ = ZERO
                   MOVE 'No called guarantee on this loan'
                     TO BANK-ERRMSG
                   GO TO RECOVER-EXIT
               END-IF
               MOVE DCL-GUA-SEQ TO GUAR01I-SEQ
           END-IF.

           PERFORM P710-READ-ITEM.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RECOVER-EXIT
           END-IF.

           IF NOT DCL-GUA-CALLED
               MOVE 'Guarantee has not been called' TO BANK-ERRMSG
               GO TO RECOVER-EXIT
           END-IF.

           COMPUTE WS-OWED = DCL-GUA-CALL-AMT - DCL-GUA-RECOVERED.

           IF GUAR01I-AMOUNT IS GREATER THAN WS-OWED
               MOVE WS-OWED TO WS-VALUE-DSP
               STRING 'Recovery exceeds the call - still owed '
                        DELIMITED BY SIZE
                      WS-VALUE-DSP DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO RECOVER-EXIT
           END-IF.

           PERFORM P730-READ-LOAN.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RECOVER-EXIT
           END-IF.

           IF GUAR01I-AMOUNT + DCL-BAC-BALANCE IS GREATER THAN ZERO
               MOVE 'Recovery exceeds the loan balance' TO BANK-ERRMSG
               GO TO RECOVER-EXIT
           END-IF.

           PERFORM P510-POST-RECOVERY THRU
                   POST-RECOVERY-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RECOVER-EXIT
           END-IF.

           ADD GUAR01I-AMOUNT TO DCL-GUA-RECOVERED.
           IF DCL-GUA-RECOVERED IS NOT LESS THAN DCL-GUA-CALL-AMT
               SET DCL-GUA-CALL-PAID TO TRUE
           END-IF.
           MOVE GUAR01I-USERID TO DCL-GUA-UPDATED-BY.

           EXEC SQL
                UPDATE BNKGUAR
                   SET GUA_RECOVERED  = :DCL-GUA-RECOVERED,
                       GUA_STATUS     = :DCL-GUA-STATUS,
                       GUA_UPDATED_BY = :DCL-GUA-UPDATED-BY,
                       GUA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                   AND GUA_SEQ      = :DCL-GUA-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE GUAR01I-AMOUNT TO WS-VALUE-DSP
               MOVE SPACES TO CD74I-AFTER
               STRING 'RECOVERED ' DELIMITED BY SIZE
                      WS-VALUE-DSP DELIMITED BY SIZE
                      ' STATUS '   DELIMITED BY SIZE
                      DCL-GUA-STATUS DELIMITED BY SIZE
                 INTO CD74I-AFTER
               MOVE 'C' TO CD74I-ACTION
               PERFORM P760-CALL-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               STRING 'Recovery of ' DELIMITED BY SIZE
                      WS-VALUE-DSP   DELIMITED BY SIZE
                      ' posted to the loan' DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       RECOVER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The credit itself - DBANK04P's single leg moves the balance,
      * DBANK06P writes the BNKTXN row as money received, and
      * DLOAN09P splits it across the schedule's interest and
      * principal.
      *-----------------------------------------------------------------
       P510-POST-RECOVERY.
           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE + GUAR01I-AMOUNT.

           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.
           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES
               MOVE WS-POST-ERRMSG TO BANK-ERRMSG
               GO TO POST-RECOVERY-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance changed - please retry' TO BANK-ERRMSG
               GO TO POST-RECOVERY-EXIT
           END-IF.

           MOVE DCL-GUA-SEQ       TO WS-SEQ-DSP.
           MOVE SPACES            TO CD06-DATA.
           MOVE DCL-BAC-PID       TO CD06I-PERSON-PID.
           SET CD06I-LEDGER       TO TRUE.
           MOVE DCL-BAC-ACCNO     TO CD06I-FROM-ACC.
           MOVE GUAR01I-AMOUNT    TO CD06I-FROM-AMOUNT.
           STRING 'Guarantor recovery ' DELIMITED BY SIZE
                  WS-SEQ-DSP            DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.
           MOVE 'D'               TO CD06I-CATEGORY.
           MOVE GUAR01I-USERID    TO CD06I-USERID.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-RECOVERY-EXIT
           END-IF.

           MOVE SPACES                TO LOAN09-DATA.
           SET LOAN09I-APPLY          TO TRUE.
           SET LOAN09I-FROM-GUARANTOR TO TRUE.
           MOVE GUAR01I-USERID        TO LOAN09I-USERID.
           MOVE DCL-BAC-ACCNO         TO LOAN09I-LOAN-ACC.
           MOVE GUAR01I-AMOUNT        TO LOAN09I-AMOUNT.
           MOVE ZERO                  TO LOAN09I-SETTLE-INT.
           MOVE CD06O-XFER-REF        TO LOAN09I-XFER-REF.

           CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

       POST-RECOVERY-EXIT.
           EXIT.

      *=================================================================
      * DLOAN01P's serious-arrears hook - every live guarantor on the
      * loan who has not yet been told gets one GUARNOTE notice
      * quoting the arrears, and the date it went is stamped so the
      * next night's aging does not send it again.
      *=================================================================
       P600-NOTIFY-GUARANTORS.
           IF GUAR01I-LOAN-ACC = SPACES
               MOVE 'Please enter the loan account' TO BANK-ERRMSG
               GO TO NOTIFY-GUARANTORS-EXIT
           END-IF.

           MOVE ZERO TO GUAR01I-SEQ.
           PERFORM P740-LOAD-LIVE-GUARANTEES.

           MOVE ZERO TO WS-CALLED-COUNT.

           PERFORM P610-NOTIFY-ONE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > GUAR01O-ITEM-COUNT
                  OR BANK-ERRMSG NOT = SPACES.

           MOVE WS-CALLED-COUNT TO GUAR01O-ITEM-COUNT.

       NOTIFY-GUARANTORS-EXIT.
           EXIT.

       P610-NOTIFY-ONE.
           IF GUAR01O-NOTIFIED-DATE(WS-SUB) = SPACES
               MOVE 'GUARNOTE' TO WS-ALERT-TAG
               MOVE GUAR01I-AMOUNT TO WS-COVER
               PERFORM P700-QUEUE-NOTICE
               IF WS-ALERT-ERRMSG = SPACES
                   MOVE GUAR01O-LOAN-ACC(WS-SUB) TO DCL-GUA-LOAN-ACC
                   MOVE GUAR01O-SEQ(WS-SUB)      TO DCL-GUA-SEQ
                   MOVE WS-TODAY TO DCL-GUA-NOTIFIED-DATE
                   EXEC SQL
                        UPDATE BNKGUAR
                           SET GUA_NOTIFIED_DATE =
                                   :DCL-GUA-NOTIFIED-DATE,
                               GUA_UPDATED_TS = CURRENT TIMESTAMP
                         WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                           AND GUA_SEQ      = :DCL-GUA-SEQ
                   END-EXEC
                   PERFORM P800-ERROR-CHECK
                   ADD 1 TO WS-CALLED-COUNT
               END-IF
           END-IF.

      *=================================================================
      * What a customer stands behind as a guarantor - the live cover
      * of every guarantee not yet called (a percentage guarantee at
      * today's debt, neither ever more than the loan owes), and the
      * unpaid balance of every call made on them.
      *=================================================================
       P650-CONTINGENT.
           MOVE ZERO TO GUAR01O-CONTINGENT GUAR01O-CALLED-OWED
                        GUAR01O-ITEM-COUNT.

           IF GUAR01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO CONTINGENT-EXIT
           END-IF.

           MOVE GUAR01I-PID TO DCL-GUA-PID.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(
                         CASE WHEN GUA_AMOUNT > 0
                               AND GUA_AMOUNT < 0 - BAC_BALANCE
                              THEN GUA_AMOUNT
                              WHEN GUA_AMOUNT > 0
                              THEN 0 - BAC_BALANCE
                              ELSE (0 - BAC_BALANCE) * GUA_PCT / 100
                         END), 0)
                  INTO :WS-SUM-COUNT,
                       :WS-SUM-CONTINGENT
                  FROM BNKGUAR, BNKACC
                 WHERE GUA_PID      = :DCL-GUA-PID
                   AND GUA_STATUS   = 'A'
                   AND (GUA_EXPIRY = ' ' OR GUA_EXPIRY >= :WS-TODAY)
                   AND BAC_ACCNO    = GUA_LOAN_ACC
                   AND BAC_BALANCE  < 0
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CONTINGENT-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(GUA_CALL_AMT - GUA_RECOVERED), 0)
                  INTO :WS-SUM-CALLED-OWED
                  FROM BNKGUAR
                 WHERE GUA_PID    = :DCL-GUA-PID
                   AND GUA_STATUS = 'C'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-SUM-COUNT       TO GUAR01O-ITEM-COUNT.
           MOVE WS-SUM-CONTINGENT  TO GUAR01O-CONTINGENT.
           MOVE WS-SUM-CALLED-OWED TO GUAR01O-CALLED-OWED.

       CONTINGENT-EXIT.
           EXIT.

      *=================================================================
      * A notice to guarantor WS-SUB on the output list - a customer
      * is reached through the e-mail on their BNKCUST row, an outside
      * party through the address registered with the guarantee.  The
      * tag's first word is the BNKNTMPL template.  As with the
      * collections letters, a missing address or a queue failure
      * never fails the action itself.
      *=================================================================
       P700-QUEUE-NOTICE.
           MOVE SPACES TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE GUAR01O-EMAIL(WS-SUB) TO CD20I-EMAIL.

           IF GUAR01O-PID(WS-SUB) NOT = SPACES
               MOVE GUAR01O-PID(WS-SUB) TO WS-ALERT-PID
               MOVE SPACES              TO CD02-DATA
               SET CD02I-READ           TO TRUE
               CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                     BY REFERENCE CD02-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
               MOVE CD02O-EMAIL TO CD20I-EMAIL
           END-IF.

           IF WS-ALERT-ERRMSG = SPACES AND CD20I-EMAIL = SPACES
               MOVE 'No e-mail address for guarantor'
                 TO WS-ALERT-ERRMSG
           END-IF.

           IF WS-ALERT-ERRMSG = SPACES
               MOVE GUAR01O-PID(WS-SUB)      TO CD20I-PID
               MOVE GUAR01O-LOAN-ACC(WS-SUB) TO CD20I-FROM-ACC
               MOVE SPACES                   TO CD20I-TO-ACC
               MOVE WS-COVER                 TO CD20I-AMOUNT
               MOVE GUAR01O-SEQ(WS-SUB)      TO WS-SEQ-DSP
               STRING WS-ALERT-TAG  DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      WS-SEQ-DSP    DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The guarantee being acted on - also captures its before image
      * for the maintenance audit row.
      *-----------------------------------------------------------------
       P710-READ-ITEM.
           MOVE GUAR01I-LOAN-ACC TO DCL-GUA-LOAN-ACC.
           MOVE GUAR01I-SEQ      TO DCL-GUA-SEQ.

           EXEC SQL
                SELECT GUA_PID, GUA_NAME, GUA_AMOUNT, GUA_PCT,
                       GUA_EXPIRY, GUA_STATUS, GUA_CALL_AMT,
                       GUA_RECOVERED
                  INTO :DCL-GUA-PID, :DCL-GUA-NAME, :DCL-GUA-AMOUNT,
                       :DCL-GUA-PCT, :DCL-GUA-EXPIRY, :DCL-GUA-STATUS,
                       :DCL-GUA-CALL-AMT, :DCL-GUA-RECOVERED
                  FROM BNKGUAR
                 WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                   AND GUA_SEQ      = :DCL-GUA-SEQ
                   AND GUA_STATUS  <> 'X'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Guarantee not on file' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           PERFORM P750-BUILD-COVER-IMAGE.

           MOVE SPACES TO CD74I-BEFORE.
           STRING WS-ALERT-ERRMSG DELIMITED BY '  '
                  ' STATUS '      DELIMITED BY SIZE
                  DCL-GUA-STATUS  DELIMITED BY SIZE
             INTO CD74I-BEFORE.

       P720-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY.

      *-----------------------------------------------------------------
      * The loan named on the request - it must be an open loan
      * account.  Leaves its balance and borrower in DCL-BAC-.
      *-----------------------------------------------------------------
       P730-READ-LOAN.
           MOVE GUAR01I-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_ACCTYPE, BAC_BALANCE, BAC_STATUS
                  INTO :DCL-BAC-PID, :DCL-BAC-ACCTYPE,
                       :DCL-BAC-BALANCE, :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Loan account not on file' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES AND DCL-BAC-ACCTYPE NOT = 'L'
               MOVE 'Account is not a loan account' TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES AND DCL-BAC-STATUS = 'C'
               MOVE 'Loan account is closed' TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The loan's live guarantees - active and not past expiry, the
      * one named by sequence or all of them - onto the output list
      * as the call and notice passes' work list.
      *-----------------------------------------------------------------
       P740-LOAD-LIVE-GUARANTEES.
           MOVE ZERO TO GUAR01O-ITEM-COUNT.
           MOVE GUAR01I-LOAN-ACC TO DCL-GUA-LOAN-ACC.

           IF GUAR01I-SEQ = ZERO
               MOVE ZERO TO WS-SEQ-LOW
               MOVE 999  TO WS-SEQ-HIGH
           ELSE
               MOVE GUAR01I-SEQ TO WS-SEQ-LOW
               MOVE GUAR01I-SEQ TO WS-SEQ-HIGH
           END-IF.

           EXEC SQL
                DECLARE GUL_CSR CURSOR FOR
                SELECT GUA_LOAN_ACC, GUA_SEQ, GUA_PID, GUA_NAME,
                       GUA_EMAIL, GUA_AMOUNT, GUA_PCT,
                       GUA_SIGNED_DATE, GUA_EXPIRY, GUA_STATUS,
                       GUA_NOTIFIED_DATE, GUA_CALL_AMT,
                       GUA_RECOVERED, GUA_UPDATED_BY
                FROM BNKGUAR
                WHERE GUA_LOAN_ACC = :DCL-GUA-LOAN-ACC
                  AND GUA_SEQ     >= :WS-SEQ-LOW
                  AND GUA_SEQ     <= :WS-SEQ-HIGH
                  AND GUA_STATUS   = 'A'
                  AND (GUA_EXPIRY = ' ' OR GUA_EXPIRY >= :WS-TODAY)
                ORDER BY GUA_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN GUL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P745-FETCH-LIVE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR GUAR01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE GUL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P745-FETCH-LIVE.
           EXEC SQL
                FETCH GUL_CSR
                INTO :DCL-GUA-LOAN-ACC,
                     :DCL-GUA-SEQ,
                     :DCL-GUA-PID,
                     :DCL-GUA-NAME,
                     :DCL-GUA-EMAIL,
                     :DCL-GUA-AMOUNT,
                     :DCL-GUA-PCT,
                     :DCL-GUA-SIGNED-DATE,
                     :DCL-GUA-EXPIRY,
                     :DCL-GUA-STATUS,
                     :DCL-GUA-NOTIFIED-DATE,
                     :DCL-GUA-CALL-AMT,
                     :DCL-GUA-RECOVERED,
                     :DCL-GUA-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P120-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The cover as the audit images show it - 'AMT=' or 'PCT=' -
      * built in WS-ALERT-ERRMSG as scratch.
      *-----------------------------------------------------------------
       P750-BUILD-COVER-IMAGE.
           MOVE SPACES TO WS-ALERT-ERRMSG.
           IF DCL-GUA-AMOUNT IS GREATER THAN ZERO
               MOVE DCL-GUA-AMOUNT TO WS-VALUE-DSP
               STRING 'AMT=' DELIMITED BY SIZE
                      WS-VALUE-DSP DELIMITED BY SIZE
                      ' EXP ' DELIMITED BY SIZE
                      DCL-GUA-EXPIRY DELIMITED BY SIZE
                 INTO WS-ALERT-ERRMSG
           ELSE
               MOVE DCL-GUA-PCT TO WS-PCT-DSP
               STRING 'PCT=' DELIMITED BY SIZE
                      WS-PCT-DSP DELIMITED BY SIZE
                      ' EXP ' DELIMITED BY SIZE
                      DCL-GUA-EXPIRY DELIMITED BY SIZE
                 INTO WS-ALERT-ERRMSG
           END-IF.

      *=================================================================
      * The maintenance audit row - key is loan account plus
      * sequence, the same shape DLOAN05P's collateral rows take.
      *=================================================================
       P760-CALL-AUDIT.
           MOVE GUAR01I-USERID   TO CD74I-USERID.
           MOVE 'DGUAR01P'       TO CD74I-PROGRAM.
           MOVE 'BNKGUAR'        TO CD74I-TABLE.
           MOVE DCL-GUA-SEQ      TO WS-SEQ-DSP.

           MOVE SPACES TO CD74I-KEY.
           STRING DCL-GUA-LOAN-ACC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-SEQ-DSP DELIMITED BY SIZE
             INTO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Guarantor register failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
