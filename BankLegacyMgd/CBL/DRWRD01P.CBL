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
001300* Program:     DRWRD01P.CBL                                    *
001400* Function:    Card rewards points ledger, behind the B124      *
001500*              screen.  Every card debit DBANK46P posts earns   *
001600*              the holder points at the BNKRWRT rate for its    *
001700*              BTX_CATEGORY ('E'), recorded on BNKRWPT against  *
001800*              the posting's reference and due to expire after  *
001900*              the RWDEXPMONTHS parameter.  A reversal of that  *
002000*              posting - DBANK06P, or a chargeback DCARD03P     *
002100*              settles - takes the points back in proportion,   *
002200*              and gives them back if the reversal is itself    *
002300*              undone ('V').  'R' redeems points as a cash      *
002400*              credit to one of the holder's accounts at the    *
002500*              RWDPOINTVAL rate, posted through DBANK04P and    *
002600*              DBANK06P (category 'P'), with the cost staged to *
002700*              the rewards-expense GL line through DGLJN01P.    *
002800*              'Q' lists the ledger and the earn table, 'S'     *
002900*              summarises a statement cycle for DBANK07P, 'T'   *
003000*              sets an earn rate (supervisor or administrator,  *
003100*              audited to BNKMADT through DBANK74P) and 'X'     *
003200*              expires lapsed points for the DRWRD02P month     *
003300*              end.  Redemption, reversal and expiry draw the   *
003400*              unspent points down oldest expiry first; points  *
003500*              taken back beyond what is left leave a negative  *
003600*              balance the next points earned pay off first.    *
003700*              SQL version                                      *
003800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRWRD01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-SUB-GOODMSG                    PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-CAN-SET             VALUES 'S' 'A'.
           05  WS-ROW-SW                         PIC X(1).
               88  WS-ROW-FOUND                  VALUE 'Y'.
           05  WS-CSR-END-SW                     PIC X(1).
               88  WS-CSR-AT-END                 VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-EXP-TOTAL-MONTHS               PIC S9(7) COMP-3.
           05  WS-EXP-YYYY                       PIC 9(4).
           05  WS-EXP-MM                         PIC 9(2).
           05  WS-EXP-DD                         PIC 9(2).
           05  WS-EXPIRY-MONTHS                  PIC S9(3) COMP-3.
           05  WS-POINT-VALUE                    PIC S9(3)V9(4) COMP-3.
           05  WS-MIN-REDEEM                     PIC S9(9) COMP-3.
           05  WS-NEED                           PIC S9(9) COMP-3.
           05  WS-TAKE                           PIC S9(9) COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-OLD-RATE                       PIC S9(3)V99 COMP-3.
           05  WS-PTS-DSP                        PIC Z(8)9.
           05  WS-AMT-DSP                        PIC Z(6)9.99.
           05  WS-RATE-DSP                       PIC ZZ9.99.
           05  WS-RATE-DSP2                      PIC ZZ9.99.
           05  WS-SEQ-DSP                        PIC 9(9).

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

      *    Compiled defaults - the BNKPARM rows of the same names
      *    override them.
       01  WS-DEFAULT-EXPIRY                     PIC S9(7)V99 COMP-3
                                                  VALUE 24.
       01  WS-DEFAULT-POINT-VALUE                PIC S9(7)V99 COMP-3
                                                  VALUE 0.01.
       01  WS-DEFAULT-MIN-REDEEM                 PIC S9(7)V99 COMP-3
                                                  VALUE 1000.

      *-----------------------------------------------------------------
      * The GL pair a redemption stages - agreed with finance.  The
      * BNKTXN credit row (category 'P') is left out of DBANK39P's
      * mapping, so this journal line is its only route to the GL.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-REWARDS-EXPENSE                PIC 9(5) VALUE 53000.

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC74.
           COPY CPARM01.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRG
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSRWX.
           COPY CBANKSRGX.
           COPY CBANKSCSX.
           COPY CBANKSACX.

       01  WS-BALANCE                            PIC S9(9) COMP-3.
       01  WS-NET-BACK                           PIC S9(9) COMP-3.
       01  WS-EARN-SEQ                           PIC S9(9) COMP-3.
       01  WS-EARN-POINTS                        PIC S9(9) COMP-3.
       01  WS-EARN-RATE                          PIC S9(3)V99 COMP-3.
       01  WS-EARN-EXPIRY                        PIC X(10).
       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-LEDGER-COUNT                       PIC S9(9) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CRWRD01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference RWRD01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO RWRD01O-NAME RWRD01O-LEDGER-SW
                          RWRD01O-NEXT-EXPIRY.
           MOVE ZERO   TO RWRD01O-POINTS RWRD01O-BALANCE
                          RWRD01O-VALUE RWRD01O-OPENING
                          RWRD01O-EARNED RWRD01O-REVERSED
                          RWRD01O-REDEEMED RWRD01O-EXPIRED
                          RWRD01O-NEXT-EXP-PTS RWRD01O-ENT-COUNT
                          RWRD01O-RATE-COUNT.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN RWRD01I-EARN
                   PERFORM P100-EARN-POINTS THRU EARN-POINTS-EXIT
               WHEN RWRD01I-REVERSE
                   PERFORM P200-REVERSE-POINTS THRU
                           REVERSE-POINTS-EXIT
               WHEN RWRD01I-QUERY
                   PERFORM P300-QUERY-LEDGER THRU QUERY-LEDGER-EXIT
               WHEN RWRD01I-SUMMARY
                   PERFORM P350-STATEMENT-SUMMARY THRU
                           STATEMENT-SUMMARY-EXIT
               WHEN RWRD01I-REDEEM
                   PERFORM P400-REDEEM-POINTS THRU
                           REDEEM-POINTS-EXIT
               WHEN RWRD01I-SET-RATE
                   PERFORM P450-SET-RATE THRU SET-RATE-EXIT
               WHEN RWRD01I-EXPIRE
                   PERFORM P480-EXPIRE-POINTS THRU
                           EXPIRE-POINTS-EXIT
               WHEN OTHER
                   MOVE 'Invalid rewards function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Today in the YYYY-MM-DD form RWP_EXPIRY_DTE is held in.
      *-----------------------------------------------------------------
       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * Earn on one card debit.  A category without a rate, or a
      * spend too small to make a whole point, earns nothing.  The
      * same reference never earns twice.
      *=================================================================
       P100-EARN-POINTS.
           IF RWRD01I-AMOUNT = ZERO OR RWRD01I-PID = SPACES
               GO TO EARN-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-CATEGORY TO DCL-RWR-CATEGORY.

           EXEC SQL
                SELECT RWR_RATE
                  INTO :DCL-RWR-RATE
                  FROM BNKRWRT
                 WHERE RWR_CATEGORY = :DCL-RWR-CATEGORY
           END-EXEC.

           IF SQLCODE = +100
               GO TO EARN-POINTS-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR DCL-RWR-RATE NOT > ZERO
               GO TO EARN-POINTS-EXIT
           END-IF.

           IF RWRD01I-AMOUNT < ZERO
               COMPUTE WS-EARN-POINTS =
                   RWRD01I-AMOUNT * -1 * DCL-RWR-RATE
           ELSE
               COMPUTE WS-EARN-POINTS =
                   RWRD01I-AMOUNT * DCL-RWR-RATE
           END-IF.

           IF WS-EARN-POINTS NOT > ZERO
               GO TO EARN-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-REF TO DCL-RWP-REF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LEDGER-COUNT
                  FROM BNKRWPT
                 WHERE RWP_REF   = :DCL-RWP-REF
                   AND RWP_ENTRY = 'E'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-LEDGER-COUNT > ZERO
               GO TO EARN-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-PID TO DCL-RWP-PID.
           PERFORM P500-GET-BALANCE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO EARN-POINTS-EXIT
           END-IF.

           PERFORM P510-GET-EXPIRY-MONTHS.
           PERFORM P520-BUILD-EXPIRY.

           MOVE 'E'              TO DCL-RWP-ENTRY.
           MOVE WS-EARN-POINTS   TO DCL-RWP-POINTS.
           PERFORM P530-OPEN-AFTER-DEFICIT.
           MOVE WS-EARN-EXPIRY   TO DCL-RWP-EXPIRY-DTE.
           MOVE RWRD01I-ACCNO    TO DCL-RWP-ACCNO.
           MOVE RWRD01I-CATEGORY TO DCL-RWP-CATEGORY.
           MOVE RWRD01I-AMOUNT   TO DCL-RWP-AMOUNT.
           MOVE DCL-RWR-RATE     TO DCL-RWP-RATE.

           PERFORM P550-INSERT-ENTRY.
           IF BANK-ERRMSG NOT = SPACES
               GO TO EARN-POINTS-EXIT
           END-IF.

           MOVE WS-EARN-POINTS TO RWRD01O-POINTS.
           COMPUTE RWRD01O-BALANCE = WS-BALANCE + WS-EARN-POINTS.

       EARN-POINTS-EXIT.
           EXIT.

      *=================================================================
      * A reversal of a card posting.  A positive amount is money
      * back to the customer - the points it earned go, at the rate
      * they were earned, never more than are still out.  A
      * negative amount undoes an earlier reversal (a provisional
      * credit re-debited) - the points come back, never more than
      * were taken.  A reference that earned nothing is no concern
      * of the ledger.
      *=================================================================
       P200-REVERSE-POINTS.
           IF RWRD01I-AMOUNT = ZERO OR RWRD01I-REF = SPACES
               GO TO REVERSE-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-REF TO DCL-RWP-REF.

           EXEC SQL
                SELECT RWP_PID, RWP_SEQ, RWP_POINTS, RWP_RATE,
                       RWP_EXPIRY_DTE, RWP_ACCNO, RWP_CATEGORY
                  INTO :DCL-RWP-PID, :WS-EARN-SEQ, :WS-EARN-POINTS,
                       :WS-EARN-RATE, :WS-EARN-EXPIRY,
                       :DCL-RWP-ACCNO, :DCL-RWP-CATEGORY
                  FROM BNKRWPT
                 WHERE RWP_REF   = :DCL-RWP-REF
                   AND RWP_ENTRY = 'E'
           END-EXEC.

           IF SQLCODE = +100
               GO TO REVERSE-POINTS-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVERSE-POINTS-EXIT
           END-IF.

      *    Points already taken back under this reference, net.
           EXEC SQL
                SELECT COALESCE(SUM(RWP_POINTS), 0) * -1
                  INTO :WS-NET-BACK
                  FROM BNKRWPT
                 WHERE RWP_REF = :DCL-RWP-REF
                   AND RWP_ENTRY IN ('V', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVERSE-POINTS-EXIT
           END-IF.

           IF RWRD01I-AMOUNT < ZERO
               COMPUTE WS-NEED = RWRD01I-AMOUNT * -1 * WS-EARN-RATE
           ELSE
               COMPUTE WS-NEED = RWRD01I-AMOUNT * WS-EARN-RATE
           END-IF.

           PERFORM P500-GET-BALANCE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVERSE-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-AMOUNT TO DCL-RWP-AMOUNT.
           MOVE WS-EARN-RATE   TO DCL-RWP-RATE.

           IF RWRD01I-AMOUNT > ZERO
               IF WS-NEED > WS-EARN-POINTS - WS-NET-BACK
                   COMPUTE WS-NEED = WS-EARN-POINTS - WS-NET-BACK
               END-IF
               IF WS-NEED NOT > ZERO
                   GO TO REVERSE-POINTS-EXIT
               END-IF
               COMPUTE RWRD01O-POINTS = WS-NEED * -1
               MOVE 'V'    TO DCL-RWP-ENTRY
               COMPUTE DCL-RWP-POINTS = WS-NEED * -1
               MOVE ZERO   TO DCL-RWP-OPEN
               MOVE SPACES TO DCL-RWP-EXPIRY-DTE
               PERFORM P600-TAKE-FROM-EARN-ROW
               IF BANK-ERRMSG = SPACES AND WS-NEED > ZERO
                   PERFORM P610-CONSUME-OPEN THRU CONSUME-OPEN-EXIT
               END-IF
           ELSE
               IF WS-NEED > WS-NET-BACK
                   MOVE WS-NET-BACK TO WS-NEED
               END-IF
               IF WS-NEED NOT > ZERO
                   GO TO REVERSE-POINTS-EXIT
               END-IF
               MOVE WS-NEED TO RWRD01O-POINTS
               MOVE 'S'     TO DCL-RWP-ENTRY
               MOVE WS-NEED TO DCL-RWP-POINTS
               PERFORM P530-OPEN-AFTER-DEFICIT
               MOVE WS-EARN-EXPIRY TO DCL-RWP-EXPIRY-DTE
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REVERSE-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-REF TO DCL-RWP-REF.
           PERFORM P550-INSERT-ENTRY.

           COMPUTE RWRD01O-BALANCE = WS-BALANCE + RWRD01O-POINTS.

       REVERSE-POINTS-EXIT.
           EXIT.

      *=================================================================
      * The holder's ledger - newest 20 rows - the balance, what it
      * is worth, the next points to lapse, and the earn table.
      *=================================================================
       P300-QUERY-LEDGER.
           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-LEDGER-EXIT
           END-IF.

           MOVE RWRD01I-PID TO DCL-RWP-PID.
           PERFORM P500-GET-BALANCE.
           PERFORM P540-NEXT-EXPIRY.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-LEDGER-EXIT
           END-IF.

           PERFORM P515-GET-POINT-VALUE.
           MOVE WS-BALANCE TO RWRD01O-BALANCE.
           IF WS-BALANCE > ZERO
               COMPUTE RWRD01O-VALUE ROUNDED =
                   WS-BALANCE * WS-POINT-VALUE
           END-IF.

           EXEC SQL
                DECLARE RWP_CSR CURSOR FOR
                SELECT CHAR(DATE(RWP_CREATED_TS)), RWP_ENTRY,
                       RWP_POINTS, RWP_OPEN, RWP_ACCNO, RWP_REF,
                       RWP_AMOUNT, RWP_EXPIRY_DTE
                FROM BNKRWPT
                WHERE RWP_PID = :DCL-RWP-PID
                ORDER BY RWP_SEQ DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-LEDGER-EXIT
           END-IF.

           MOVE 'N' TO WS-CSR-END-SW.
           PERFORM P310-FETCH-ENTRY
               UNTIL WS-CSR-AT-END OR RWRD01O-ENT-COUNT >= 20.

           EXEC SQL
                CLOSE RWP_CSR
           END-EXEC.

           PERFORM P320-LIST-RATES THRU LIST-RATES-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-LEDGER-EXIT
           END-IF.

           MOVE WS-BALANCE TO WS-PTS-DSP.
           STRING 'Points balance ' DELIMITED BY SIZE
                  WS-PTS-DSP        DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       QUERY-LEDGER-EXIT.
           EXIT.

       P310-FETCH-ENTRY.
           ADD 1 TO RWRD01O-ENT-COUNT.
           MOVE RWRD01O-ENT-COUNT TO WS-SUB.

           EXEC SQL
                FETCH RWP_CSR
                INTO :RWRD01O-E-DATE(WS-SUB),
                     :RWRD01O-E-ENTRY(WS-SUB),
                     :RWRD01O-E-POINTS(WS-SUB),
                     :RWRD01O-E-OPEN(WS-SUB),
                     :RWRD01O-E-ACCNO(WS-SUB),
                     :RWRD01O-E-REF(WS-SUB),
                     :RWRD01O-E-AMOUNT(WS-SUB),
                     :RWRD01O-E-EXPIRY(WS-SUB)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               SUBTRACT 1 FROM RWRD01O-ENT-COUNT
               MOVE 'Y' TO WS-CSR-END-SW
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The earn table, in category order.
      *-----------------------------------------------------------------
       P320-LIST-RATES.
           EXEC SQL
                DECLARE RWR_CSR CURSOR FOR
                SELECT RWR_CATEGORY, RWR_RATE, RWR_UPDATED_BY
                FROM BNKRWRT
                ORDER BY RWR_CATEGORY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-RATES-EXIT
           END-IF.

           MOVE 'N' TO WS-CSR-END-SW.
           PERFORM P330-FETCH-RATE
               UNTIL WS-CSR-AT-END OR RWRD01O-RATE-COUNT >= 20.

           EXEC SQL
                CLOSE RWR_CSR
           END-EXEC.

       LIST-RATES-EXIT.
           EXIT.

       P330-FETCH-RATE.
           ADD 1 TO RWRD01O-RATE-COUNT.
           MOVE RWRD01O-RATE-COUNT TO WS-SUB.

           EXEC SQL
                FETCH RWR_CSR
                INTO :RWRD01O-R-CATEGORY(WS-SUB),
                     :RWRD01O-R-RATE(WS-SUB),
                     :RWRD01O-R-UPDATED-BY(WS-SUB)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               SUBTRACT 1 FROM RWRD01O-RATE-COUNT
               MOVE 'Y' TO WS-CSR-END-SW
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * The statement's points box - the holder's balance when the
      * cycle opened, what moved since, where it closes and the next
      * points due to lapse.  RWRD01O-HAS-LEDGER stays off for a
      * holder who has never had points, so no box prints.
      *=================================================================
       P350-STATEMENT-SUMMARY.
           MOVE RWRD01I-PID TO DCL-RWP-PID.
           MOVE RWRD01I-FROM-DATE TO DCL-RWP-CREATED-TS.
           IF DCL-RWP-CREATED-TS = SPACES
               MOVE '0001-01-01' TO DCL-RWP-CREATED-TS
           END-IF.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN RWP_CREATED_TS <=
                                     :DCL-RWP-CREATED-TS
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_CREATED_TS >
                                     :DCL-RWP-CREATED-TS
                                     AND RWP_ENTRY = 'E'
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_CREATED_TS >
                                     :DCL-RWP-CREATED-TS
                                     AND RWP_ENTRY IN ('V', 'S')
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_CREATED_TS >
                                     :DCL-RWP-CREATED-TS
                                     AND RWP_ENTRY = 'R'
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_CREATED_TS >
                                     :DCL-RWP-CREATED-TS
                                     AND RWP_ENTRY = 'X'
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(RWP_POINTS), 0)
                  INTO :WS-LEDGER-COUNT,
                       :RWRD01O-OPENING,
                       :RWRD01O-EARNED,
                       :RWRD01O-REVERSED,
                       :RWRD01O-REDEEMED,
                       :RWRD01O-EXPIRED,
                       :RWRD01O-BALANCE
                  FROM BNKRWPT
                 WHERE RWP_PID = :DCL-RWP-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-LEDGER-COUNT = ZERO
               GO TO STATEMENT-SUMMARY-EXIT
           END-IF.

           SET RWRD01O-HAS-LEDGER TO TRUE.
           PERFORM P540-NEXT-EXPIRY.

       STATEMENT-SUMMARY-EXIT.
           EXIT.

      *=================================================================
      * Redeem points as cash to one of the holder's own accounts.
      * The points come off oldest expiry first; the credit posts
      * like any other single-leg movement and the cost goes to the
      * rewards-expense GL line.
      *=================================================================
       P400-REDEEM-POINTS.
           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           IF RWRD01I-POINTS NOT > ZERO
               MOVE 'Please enter the points to redeem' TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           PERFORM P516-GET-MIN-REDEEM.
           IF RWRD01I-POINTS < WS-MIN-REDEEM
               MOVE WS-MIN-REDEEM TO WS-PTS-DSP
               STRING 'Minimum redemption is ' DELIMITED BY SIZE
                      WS-PTS-DSP               DELIMITED BY SIZE
                      ' points'                DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-PID TO DCL-RWP-PID.
           PERFORM P500-GET-BALANCE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           IF RWRD01I-POINTS > WS-BALANCE
               MOVE 'Not enough points to redeem' TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_STATUS
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE, :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100 OR DCL-BAC-PID NOT = RWRD01I-PID
               MOVE 'Credit account must be one of the holder''s'
                 TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           IF DCL-BAC-CLOSED
               MOVE 'Credit account is closed' TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           PERFORM P515-GET-POINT-VALUE.
           COMPUTE DCL-RWP-AMOUNT ROUNDED =
               RWRD01I-POINTS * WS-POINT-VALUE.

           IF DCL-RWP-AMOUNT NOT > ZERO
               MOVE 'Too few points to make a credit' TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

      *    The points first - oldest expiry first.
           MOVE RWRD01I-POINTS TO WS-NEED.
           PERFORM P610-CONSUME-OPEN THRU CONSUME-OPEN-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE RWRD01I-PID    TO DCL-RWP-PID.
           MOVE 'R'            TO DCL-RWP-ENTRY.
           COMPUTE DCL-RWP-POINTS = RWRD01I-POINTS * -1.
           MOVE ZERO           TO DCL-RWP-OPEN DCL-RWP-RATE.
           MOVE SPACES         TO DCL-RWP-EXPIRY-DTE DCL-RWP-REF.
           MOVE RWRD01I-ACCNO  TO DCL-RWP-ACCNO.
           MOVE 'P'            TO DCL-RWP-CATEGORY.
           PERFORM P550-INSERT-ENTRY.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REDEEM-POINTS-EXIT
           END-IF.

      *    The cash, through DBANK04P's single-leg update.
           MOVE SPACES          TO CD04-DATA WS-SUB-ERRMSG.
           COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE + DCL-RWP-AMOUNT.
           MOVE RWRD01I-PID     TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG TO TRUE.
           MOVE DCL-BAC-ACCNO   TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE  TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-SUB-ERRMSG
                                 BY REFERENCE WS-SUB-GOODMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance moved - please redeem again'
                 TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE SPACES          TO CD06-DATA.
           MOVE RWRD01I-PID     TO CD06I-PERSON-PID.
           SET CD06I-LEDGER     TO TRUE.
           MOVE DCL-BAC-ACCNO   TO CD06I-FROM-ACC.
           MOVE DCL-RWP-AMOUNT  TO CD06I-FROM-AMOUNT.
           MOVE 'P'             TO CD06I-CATEGORY.
           MOVE RWRD01I-USERID  TO CD06I-USERID.
           MOVE 'Rewards points redeemed' TO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE WS-SUB-ERRMSG
                                 BY REFERENCE WS-SUB-GOODMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

      *    The cost - rewards expense against customer deposits.
           MOVE SPACES             TO GLJN01-DATA.
           MOVE 'DRWRD01P'         TO GLJN01I-SOURCE.
           MOVE GL-REWARDS-EXPENSE TO GLJN01I-DR-ACCOUNT.
           MOVE GL-CUST-DEPOSITS   TO GLJN01I-CR-ACCOUNT.
           MOVE DCL-RWP-AMOUNT     TO GLJN01I-AMOUNT.
           MOVE 'P'                TO GLJN01I-CATEGORY.
           MOVE DCL-BAC-ACCNO      TO GLJN01I-ACCNO.
           MOVE DCL-RWP-SEQ        TO WS-SEQ-DSP.
           STRING 'REWARDS '  DELIMITED BY SIZE
                  RWRD01I-PID DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SEQ-DSP  DELIMITED BY SIZE
             INTO GLJN01I-REF.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
               GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE DCL-RWP-POINTS TO RWRD01O-POINTS.
           COMPUTE RWRD01O-BALANCE = WS-BALANCE - RWRD01I-POINTS.
           MOVE DCL-RWP-AMOUNT TO RWRD01O-VALUE.

           MOVE RWRD01I-POINTS TO WS-PTS-DSP.
           MOVE DCL-RWP-AMOUNT TO WS-AMT-DSP.
           STRING WS-PTS-DSP                DELIMITED BY SIZE
                  ' points redeemed - '     DELIMITED BY SIZE
                  WS-AMT-DSP                DELIMITED BY SIZE
                  ' credited to '           DELIMITED BY SIZE
                  DCL-BAC-ACCNO             DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       REDEEM-POINTS-EXIT.
           EXIT.

      *=================================================================
      * Set a category's earn rate - points per 1.00 spent, zero to
      * stop it earning.  Supervisor or administrator only.
      *=================================================================
       P450-SET-RATE.
           MOVE SPACE TO WS-CALLER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :RWRD01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-RATE-EXIT
           END-IF.

           IF NOT WS-CALLER-CAN-SET
               MOVE 'Only a supervisor may set an earn rate'
                 TO BANK-ERRMSG
               GO TO SET-RATE-EXIT
           END-IF.

           IF RWRD01I-CATEGORY = SPACES
               MOVE 'Please enter the transaction category'
                 TO BANK-ERRMSG
               GO TO SET-RATE-EXIT
           END-IF.

           IF RWRD01I-RATE < ZERO
               MOVE 'Earn rate cannot be negative' TO BANK-ERRMSG
               GO TO SET-RATE-EXIT
           END-IF.

           MOVE RWRD01I-CATEGORY TO DCL-RWR-CATEGORY.
           MOVE 'N' TO WS-ROW-SW.

           EXEC SQL
                SELECT RWR_RATE
                  INTO :WS-OLD-RATE
                  FROM BNKRWRT
                 WHERE RWR_CATEGORY = :DCL-RWR-CATEGORY
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-ROW-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO SET-RATE-EXIT
               END-IF
           END-IF.

           MOVE RWRD01I-RATE   TO DCL-RWR-RATE.
           MOVE RWRD01I-USERID TO DCL-RWR-UPDATED-BY.
           MOVE SPACES TO CD74I-KEY CD74I-BEFORE CD74I-AFTER.

           IF WS-ROW-FOUND
               MOVE 'C' TO CD74I-ACTION
               MOVE WS-OLD-RATE TO WS-RATE-DSP
               STRING 'RATE='     DELIMITED BY SIZE
                      WS-RATE-DSP DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               EXEC SQL
                    UPDATE BNKRWRT
                       SET RWR_RATE       = :DCL-RWR-RATE,
                           RWR_UPDATED_BY = :DCL-RWR-UPDATED-BY,
                           RWR_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE RWR_CATEGORY = :DCL-RWR-CATEGORY
               END-EXEC
           ELSE
               MOVE 'A' TO CD74I-ACTION
               EXEC SQL
                    INSERT INTO BNKRWRT (
                      RWR_CATEGORY,
                      RWR_RATE,
                      RWR_UPDATED_BY,
                      RWR_UPDATED_TS
                    ) VALUES (
                      :DCL-RWR-CATEGORY,
                      :DCL-RWR-RATE,
                      :DCL-RWR-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-RATE-EXIT
           END-IF.

           MOVE 'BNKRWRT'        TO CD74I-TABLE.
           MOVE DCL-RWR-CATEGORY TO CD74I-KEY.
           MOVE RWRD01I-RATE     TO WS-RATE-DSP2.
           STRING 'RATE='      DELIMITED BY SIZE
                  WS-RATE-DSP2 DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P650-WRITE-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-RATE-EXIT
           END-IF.

           PERFORM P320-LIST-RATES THRU LIST-RATES-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-RATE-EXIT
           END-IF.

           STRING 'Earn rate set for category ' DELIMITED BY SIZE
                  DCL-RWR-CATEGORY              DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       SET-RATE-EXIT.
           EXIT.

      *=================================================================
      * Month end - every unspent point past its expiry date lapses,
      * one 'X' row per lapsed earning so the trail shows which.
      *=================================================================
       P480-EXPIRE-POINTS.
           MOVE RWRD01I-PID TO DCL-RWP-PID.

           EXEC SQL
                DECLARE RWX_CSR CURSOR FOR
                SELECT RWP_SEQ, RWP_OPEN, RWP_EXPIRY_DTE, RWP_REF,
                       RWP_ACCNO
                FROM BNKRWPT
                WHERE RWP_PID        = :DCL-RWP-PID
                  AND RWP_OPEN       > 0
                  AND RWP_EXPIRY_DTE < :WS-TODAY-DATE
                ORDER BY RWP_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO EXPIRE-POINTS-EXIT
           END-IF.

           MOVE 'N' TO WS-CSR-END-SW.
           PERFORM P485-EXPIRE-ONE
               UNTIL WS-CSR-AT-END OR BANK-ERRMSG NOT = SPACES.

           EXEC SQL
                CLOSE RWX_CSR
           END-EXEC.

           IF BANK-ERRMSG = SPACES
               MOVE RWRD01I-PID TO DCL-RWP-PID
               PERFORM P500-GET-BALANCE
               MOVE WS-BALANCE TO RWRD01O-BALANCE
           END-IF.

       EXPIRE-POINTS-EXIT.
           EXIT.

       P485-EXPIRE-ONE.
           EXEC SQL
                FETCH RWX_CSR
                INTO :WS-EARN-SEQ, :WS-EARN-POINTS, :WS-EARN-EXPIRY,
                     :DCL-RWP-REF, :DCL-RWP-ACCNO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CSR-END-SW
               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    UPDATE BNKRWPT
                       SET RWP_OPEN = 0
                     WHERE RWP_PID = :DCL-RWP-PID
                       AND RWP_SEQ = :WS-EARN-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG = SPACES
                   MOVE 'X'            TO DCL-RWP-ENTRY
                   COMPUTE DCL-RWP-POINTS = WS-EARN-POINTS * -1
                   MOVE ZERO           TO DCL-RWP-OPEN DCL-RWP-AMOUNT
                                          DCL-RWP-RATE
                   MOVE WS-EARN-EXPIRY TO DCL-RWP-EXPIRY-DTE
                   MOVE SPACES         TO DCL-RWP-CATEGORY
                   PERFORM P550-INSERT-ENTRY
                   SUBTRACT WS-EARN-POINTS FROM RWRD01O-EXPIRED
               END-IF
           END-IF.

      *=================================================================
      * Ledger helpers.
      *=================================================================
       P500-GET-BALANCE.
           EXEC SQL
                SELECT COALESCE(SUM(RWP_POINTS), 0)
                  INTO :WS-BALANCE
                  FROM BNKRWPT
                 WHERE RWP_PID = :DCL-RWP-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P510-GET-EXPIRY-MONTHS.
           MOVE SPACES            TO PARM01-DATA.
           MOVE SPACES            TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET        TO TRUE.
           MOVE 'RWDEXPMONTHS'    TO PARM01I-NAME.
           MOVE WS-DEFAULT-EXPIRY TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

           MOVE PARM01O-VALUE TO WS-EXPIRY-MONTHS.

       P515-GET-POINT-VALUE.
           MOVE SPACES                 TO PARM01-DATA.
           MOVE SPACES                 TO WS-PARM-ERRMSG
                                          WS-PARM-GOODMSG.
           SET PARM01I-GET             TO TRUE.
           MOVE 'RWDPOINTVAL'          TO PARM01I-NAME.
           MOVE WS-DEFAULT-POINT-VALUE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

           MOVE PARM01O-VALUE TO WS-POINT-VALUE.

       P516-GET-MIN-REDEEM.
           MOVE SPACES                TO PARM01-DATA.
           MOVE SPACES                TO WS-PARM-ERRMSG
                                         WS-PARM-GOODMSG.
           SET PARM01I-GET            TO TRUE.
           MOVE 'RWDMINREDEEM'        TO PARM01I-NAME.
           MOVE WS-DEFAULT-MIN-REDEEM TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

           MOVE PARM01O-VALUE TO WS-MIN-REDEEM.

      *-----------------------------------------------------------------
      * Expiry date - today plus the expiry months, on the same day
      * of the month (the 28th at the latest, so it always exists).
      *-----------------------------------------------------------------
       P520-BUILD-EXPIRY.
           COMPUTE WS-EXP-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM - 1
               + WS-EXPIRY-MONTHS.
           COMPUTE WS-EXP-YYYY = WS-EXP-TOTAL-MONTHS / 12.
           COMPUTE WS-EXP-MM =
               WS-EXP-TOTAL-MONTHS - (WS-EXP-YYYY * 12) + 1.
           MOVE WS-SYSDATE-DD TO WS-EXP-DD.
           IF WS-EXP-DD > 28
               MOVE 28 TO WS-EXP-DD
           END-IF.

           MOVE SPACES TO WS-EARN-EXPIRY.
           STRING WS-EXP-YYYY DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-EXP-MM   DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-EXP-DD   DELIMITED BY SIZE
             INTO WS-EARN-EXPIRY.

      *-----------------------------------------------------------------
      * Points coming in pay off a negative balance first - only
      * what is left over is open to spend.
      *-----------------------------------------------------------------
       P530-OPEN-AFTER-DEFICIT.
           IF WS-BALANCE < ZERO
               COMPUTE DCL-RWP-OPEN = DCL-RWP-POINTS + WS-BALANCE
               IF DCL-RWP-OPEN < ZERO
                   MOVE ZERO TO DCL-RWP-OPEN
               END-IF
           ELSE
               MOVE DCL-RWP-POINTS TO DCL-RWP-OPEN
           END-IF.

      *-----------------------------------------------------------------
      * The next points due to lapse - the earliest expiry date
      * still holding open points, and how many.
      *-----------------------------------------------------------------
       P540-NEXT-EXPIRY.
           MOVE SPACES TO RWRD01O-NEXT-EXPIRY.
           MOVE ZERO   TO RWRD01O-NEXT-EXP-PTS.

           EXEC SQL
                SELECT COALESCE(MIN(RWP_EXPIRY_DTE), ' ')
                  INTO :RWRD01O-NEXT-EXPIRY
                  FROM BNKRWPT
                 WHERE RWP_PID  = :DCL-RWP-PID
                   AND RWP_OPEN > 0
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND RWRD01O-NEXT-EXPIRY NOT = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(RWP_OPEN), 0)
                      INTO :RWRD01O-NEXT-EXP-PTS
                      FROM BNKRWPT
                     WHERE RWP_PID        = :DCL-RWP-PID
                       AND RWP_OPEN       > 0
                       AND RWP_EXPIRY_DTE = :RWRD01O-NEXT-EXPIRY
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Write one ledger row - the next sequence for the holder.
      *-----------------------------------------------------------------
       P550-INSERT-ENTRY.
           EXEC SQL
                SELECT COALESCE(MAX(RWP_SEQ), 0) + 1
                  INTO :DCL-RWP-SEQ
                  FROM BNKRWPT
                 WHERE RWP_PID = :DCL-RWP-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO P550-EXIT
           END-IF.

           MOVE RWRD01I-USERID TO DCL-RWP-USERID.
           IF DCL-RWP-USERID = SPACES
               MOVE 'BATCH' TO DCL-RWP-USERID
           END-IF.

           EXEC SQL
                INSERT INTO BNKRWPT (
                  RWP_PID,
                  RWP_SEQ,
                  RWP_ENTRY,
                  RWP_POINTS,
                  RWP_OPEN,
                  RWP_EXPIRY_DTE,
                  RWP_ACCNO,
                  RWP_REF,
                  RWP_CATEGORY,
                  RWP_AMOUNT,
                  RWP_RATE,
                  RWP_USERID,
                  RWP_CREATED_TS
                ) VALUES (
                  :DCL-RWP-PID,
                  :DCL-RWP-SEQ,
                  :DCL-RWP-ENTRY,
                  :DCL-RWP-POINTS,
                  :DCL-RWP-OPEN,
                  :DCL-RWP-EXPIRY-DTE,
                  :DCL-RWP-ACCNO,
                  :DCL-RWP-REF,
                  :DCL-RWP-CATEGORY,
                  :DCL-RWP-AMOUNT,
                  :DCL-RWP-RATE,
                  :DCL-RWP-USERID,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A reversal takes its points from the earning it reverses
      * first, while that earning still has any open.
      *-----------------------------------------------------------------
       P600-TAKE-FROM-EARN-ROW.
           EXEC SQL
                SELECT RWP_OPEN
                  INTO :DCL-RWP-OPEN
                  FROM BNKRWPT
                 WHERE RWP_PID = :DCL-RWP-PID
                   AND RWP_SEQ = :WS-EARN-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND DCL-RWP-OPEN > ZERO
               IF DCL-RWP-OPEN > WS-NEED
                   MOVE WS-NEED TO WS-TAKE
               ELSE
                   MOVE DCL-RWP-OPEN TO WS-TAKE
               END-IF
               EXEC SQL
                    UPDATE BNKRWPT
                       SET RWP_OPEN = RWP_OPEN - :WS-TAKE
                     WHERE RWP_PID = :DCL-RWP-PID
                       AND RWP_SEQ = :WS-EARN-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
               SUBTRACT WS-TAKE FROM WS-NEED
           END-IF.

           MOVE ZERO TO DCL-RWP-OPEN.

      *-----------------------------------------------------------------
      * Draw WS-NEED points off the holder's open earnings, oldest
      * expiry first.  Whatever cannot be found (points already
      * spent) simply stays off the balance.
      *-----------------------------------------------------------------
       P610-CONSUME-OPEN.
           EXEC SQL
                DECLARE RWO_CSR CURSOR FOR
                SELECT RWP_SEQ, RWP_OPEN
                FROM BNKRWPT
                WHERE RWP_PID  = :DCL-RWP-PID
                  AND RWP_OPEN > 0
                ORDER BY RWP_EXPIRY_DTE, RWP_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CONSUME-OPEN-EXIT
           END-IF.

           MOVE 'N' TO WS-CSR-END-SW.
           PERFORM P620-CONSUME-ONE
               UNTIL WS-CSR-AT-END OR WS-NEED NOT > ZERO
                  OR BANK-ERRMSG NOT = SPACES.

           EXEC SQL
                CLOSE RWO_CSR
           END-EXEC.

           MOVE ZERO TO DCL-RWP-OPEN.

       CONSUME-OPEN-EXIT.
           EXIT.

       P620-CONSUME-ONE.
           EXEC SQL
                FETCH RWO_CSR
                INTO :WS-EARN-SEQ, :DCL-RWP-OPEN
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CSR-END-SW
               PERFORM P800-ERROR-CHECK
           ELSE
               IF DCL-RWP-OPEN > WS-NEED
                   MOVE WS-NEED TO WS-TAKE
               ELSE
                   MOVE DCL-RWP-OPEN TO WS-TAKE
               END-IF
               EXEC SQL
                    UPDATE BNKRWPT
                       SET RWP_OPEN = RWP_OPEN - :WS-TAKE
                     WHERE RWP_PID = :DCL-RWP-PID
                       AND RWP_SEQ = :WS-EARN-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
               SUBTRACT WS-TAKE FROM WS-NEED
           END-IF.

      *=================================================================
      * Audit through DBANK74P - key is the category.
      *=================================================================
       P650-WRITE-AUDIT.
           MOVE RWRD01I-USERID TO CD74I-USERID.
           MOVE 'DRWRD01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The card holder.
      *-----------------------------------------------------------------
       P700-GET-CUSTOMER.
           IF RWRD01I-PID = SPACES
               MOVE 'Please enter the customer PID' TO BANK-ERRMSG
           ELSE
               MOVE RWRD01I-PID TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_NAME
                      INTO :DCL-BCS-NAME
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Customer not on file' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
                   MOVE DCL-BCS-NAME TO RWRD01O-NAME
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Rewards failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
