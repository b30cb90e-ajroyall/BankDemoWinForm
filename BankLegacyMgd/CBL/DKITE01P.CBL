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
001300* Program:     DKITE01P.CBL                                    *
001400* Function:    Cheque-kiting detection - the pattern the        *
001500*              single-account DBANK87P velocity rules cannot    *
001600*              see.  Starts from every customer with an active  *
001700*              BNKHOLD deposit hold (funds not yet collected)   *
001800*              and widens to the ring of accounts held by that  *
001900*              customer and every related party - anyone who    *
002000*              shares an account with them on BNKACCHLD as      *
002100*              owner or joint holder.  Since the oldest live    *
002200*              hold in the ring it measures:                    *
002300*                the uncollected-funds exposure - transfer,     *
002400*                wire and teller-withdrawal debits out of the   *
002500*                ring, up to the amount still on hold;          *
002600*                the circularity - BTX_XFER_REF-linked transfer *
002700*                pairs whose both legs stay inside the ring,    *
002800*                and how many ring accounts sent them.          *
002900*              The score is out of 100 - up to 40 for the       *
003000*              exposure as a share of the held funds, 10 per    *
003100*              circular leg up to 40, and 20 more when two or   *
003200*              more ring accounts are passing money round.  A   *
003300*              score at or over KITESCORE (BNKPARM, fallback    *
003400*              60) with an exposure of at least KITEMINAMT      *
003500*              (fallback 1000.00) opens a DCASE01P case on the  *
003600*              customer with the narrative, every live hold     *
003700*              ('H') and the debit legs ('T') attached, for     *
003800*              the B97 investigator.  A ring already under an   *
003900*              open case is not opened again.                   *
004000*              SQL version - standalone batch step, connects    *
004100*              and disconnects itself.                          *
004200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DKITE01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-CUST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CASE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FLAG-TOTAL                     PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-SCORE-LINE                     PIC S9(3) COMP-3
                                                  VALUE 60.
           05  WS-MIN-EXPOSURE                   PIC S9(7)V99 COMP-3
                                                  VALUE 1000.00.
           05  WS-EXPOSURE                       PIC S9(9)V99 COMP-3.
           05  WS-EXPOSURE-PCT                   PIC S9(3)V99 COMP-3.
           05  WS-CIRCLE-POINTS                  PIC S9(3) COMP-3.
           05  WS-SCORE                          PIC S9(3) COMP-3.
      *    Debit legs attached to one case - enough for the
      *    investigator to see the pattern; the rest are on BNKTXN.
           05  WS-LEG-MAX                        PIC S9(4) COMP
                                                  VALUE 20.
           05  WS-LEG-SUB                        PIC S9(4) COMP.
           05  WS-SCORE-DSP                      PIC 9(3).
           05  WS-HELD-DSP                       PIC Z(6)9.99.
           05  WS-OUT-DSP                        PIC Z(6)9.99.
           05  WS-AMT-DSP                        PIC Z(6)9.99.
           05  WS-LEGS-DSP                       PIC 9(3).
           05  WS-SENDERS-DSP                    PIC 9(3).
           05  WS-WIRES-DSP                      PIC 9(3).
           05  WS-LEG-DESC                       PIC X(10).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CASE-ERRMSG                    PIC X(65).
           05  WS-CASE-GOODMSG                   PIC X(65).

           COPY CPARM01.
           COPY CCASE01.
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSHD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           COPY CBANKSHDX.
           COPY CBANKSTXX.

       01  WS-KIT-PID                            PIC X(5).
       01  WS-KIT-FROM-TS                        PIC X(26).
       01  WS-KIT-HELD                           PIC S9(9)V99 COMP-3.
       01  WS-KIT-HOLDS                          PIC S9(5) COMP-3.
       01  WS-KIT-OUT                            PIC S9(9)V99 COMP-3.
       01  WS-KIT-DEBITS                         PIC S9(5) COMP-3.
       01  WS-KIT-LEGS                           PIC S9(5) COMP-3.
       01  WS-KIT-SENDERS                        PIC S9(5) COMP-3.
       01  WS-KIT-WIRES                          PIC S9(5) COMP-3.
       01  WS-KIT-OPEN-CASES                     PIC S9(5) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBConnect does for   *
      * the interactive screens.                                      *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-DETECTION THRU RUN-DETECTION-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DKITE01P - unable to connect, detection aborted'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *=================================================================
      * Connect to the database, retrying a couple of times before
      * giving up - mirrors DBConnect's P100-CONNECT-WITH-RETRY.
      *=================================================================
       P000-CONNECT.
           MOVE 0   TO WS-RETRY-COUNT.
           MOVE "N" TO WS-DB-STATUS.

           PERFORM P010-TRY-CONNECT
               UNTIL WS-DB-CONNECTED OR WS-RETRY-COUNT >= WS-RETRY-MAX.

       P010-TRY-CONNECT.
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Thresholds, then every customer who owns an account carrying
      * a live deposit hold.  EODHOLD has already released the holds
      * whose date has passed, so what is left is uncollected.
      *=================================================================
       P100-RUN-DETECTION.
           PERFORM P120-LOAD-THRESHOLDS.

           DISPLAY 'DKITE01P - score line ' WS-SCORE-LINE
                   ' minimum exposure ' WS-MIN-EXPOSURE.

           EXEC SQL
                DECLARE KIT_CSR CURSOR FOR
                SELECT DISTINCT ACH.ACH_PID
                FROM BNKHOLD HLD, BNKACCHLD ACH
                WHERE HLD.HLD_STATUS = 'A'
                  AND ACH.ACH_ACCNO  = HLD.HLD_ACCNO
                  AND ACH.ACH_ROLE   = 'P'
                ORDER BY ACH.ACH_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN KIT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE KIT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           DISPLAY 'DKITE01P - detection complete, cases opened: '
                   WS-CASE-COUNT.

       RUN-DETECTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The score line and the smallest exposure worth a case come
      * from BNKPARM when rows cover them.
      *-----------------------------------------------------------------
       P120-LOAD-THRESHOLDS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'KITESCORE' TO PARM01I-NAME.
           MOVE WS-SCORE-LINE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-SCORE-LINE
           END-IF.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'KITEMINAMT' TO PARM01I-NAME.
           MOVE WS-MIN-EXPOSURE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-MIN-EXPOSURE
           END-IF.

       P200-FETCH-CUSTOMER.
           EXEC SQL
                FETCH KIT_CSR
                INTO :WS-KIT-PID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-CUST-COUNT
               PERFORM P300-SCORE-RING THRU SCORE-RING-EXIT
      *        The cursor must see a clean SQLCODE to fetch again -
      *        a secondary SELECT above may have ended on +100.
               IF NOT WS-JOB-HAD-ERROR
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One customer's ring.  The related parties are every PID that
      * shares an owner or joint row with this customer on any
      * account; the ring is every account any of them holds that
      * way.  The same ring reached from a second member is skipped
      * by the open-case test, which sees tonight's cases too.
      *-----------------------------------------------------------------
       P300-SCORE-RING.
           MOVE ZERO TO WS-KIT-OPEN-CASES.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-KIT-OPEN-CASES
                  FROM BNKCASE
                 WHERE CSE_STATUS = 'O'
                   AND CSE_PID IN
                       (SELECT R.ACH_PID
                          FROM BNKACCHLD R, BNKACCHLD M
                         WHERE M.ACH_PID   = :WS-KIT-PID
                           AND M.ACH_ROLE IN ('P', 'J')
                           AND R.ACH_ACCNO = M.ACH_ACCNO
                           AND R.ACH_ROLE IN ('P', 'J'))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-KIT-OPEN-CASES IS GREATER THAN ZERO
              OR WS-JOB-HAD-ERROR
               GO TO SCORE-RING-EXIT
           END-IF.

      *    The uncollected funds, and how far back to look.
           EXEC SQL
                SELECT COALESCE(SUM(HLD_AMOUNT), 0), COUNT(*),
                       MIN(HLD_CREATED_TS)
                  INTO :WS-KIT-HELD, :WS-KIT-HOLDS,
                       :WS-KIT-FROM-TS
                  FROM BNKHOLD
                 WHERE HLD_STATUS = 'A'
                   AND HLD_ACCNO IN
                       (SELECT C.ACH_ACCNO
                          FROM BNKACCHLD C
                         WHERE C.ACH_ROLE IN ('P', 'J')
                           AND C.ACH_PID IN
                               (SELECT R.ACH_PID
                                  FROM BNKACCHLD R, BNKACCHLD M
                                 WHERE M.ACH_PID   = :WS-KIT-PID
                                   AND M.ACH_ROLE IN ('P', 'J')
                                   AND R.ACH_ACCNO = M.ACH_ACCNO
                                   AND R.ACH_ROLE IN ('P', 'J')))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-KIT-HELD NOT > ZERO OR WS-JOB-HAD-ERROR
               GO TO SCORE-RING-EXIT
           END-IF.

      *    Money out of the ring since then - transfer and wire debit
      *    legs and teller withdrawals; reversals are not outflow.
           EXEC SQL
                SELECT COALESCE(SUM(0 - BTX_AMOUNT), 0), COUNT(*)
                  INTO :WS-KIT-OUT, :WS-KIT-DEBITS
                  FROM BNKTXN
                 WHERE BTX_AMOUNT    < 0
                   AND BTX_CATEGORY IN ('T', 'W')
                   AND BTX_TYPE     <> '2'
                   AND BTX_TIMESTAMP >= :WS-KIT-FROM-TS
                   AND BTX_ACCNO IN
                       (SELECT C.ACH_ACCNO
                          FROM BNKACCHLD C
                         WHERE C.ACH_ROLE IN ('P', 'J')
                           AND C.ACH_PID IN
                               (SELECT R.ACH_PID
                                  FROM BNKACCHLD R, BNKACCHLD M
                                 WHERE M.ACH_PID   = :WS-KIT-PID
                                   AND M.ACH_ROLE IN ('P', 'J')
                                   AND R.ACH_ACCNO = M.ACH_ACCNO
                                   AND R.ACH_ROLE IN ('P', 'J')))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    The circle - transfer pairs on one BTX_XFER_REF with the
      *    debit and the credit both on ring accounts.
           EXEC SQL
                SELECT COUNT(*), COUNT(DISTINCT A.BTX_ACCNO)
                  INTO :WS-KIT-LEGS, :WS-KIT-SENDERS
                  FROM BNKTXN A, BNKTXN B
                 WHERE A.BTX_XFER_REF  = B.BTX_XFER_REF
                   AND A.BTX_XFER_REF <> ' '
                   AND A.BTX_CATEGORY  = 'T'
                   AND A.BTX_TYPE     <> '2'
                   AND A.BTX_AMOUNT    < 0
                   AND B.BTX_AMOUNT    > 0
                   AND A.BTX_ACCNO    <> B.BTX_ACCNO
                   AND A.BTX_TIMESTAMP >= :WS-KIT-FROM-TS
                   AND A.BTX_ACCNO IN
                       (SELECT C.ACH_ACCNO
                          FROM BNKACCHLD C
                         WHERE C.ACH_ROLE IN ('P', 'J')
                           AND C.ACH_PID IN
                               (SELECT R.ACH_PID
                                  FROM BNKACCHLD R, BNKACCHLD M
                                 WHERE M.ACH_PID   = :WS-KIT-PID
                                   AND M.ACH_ROLE IN ('P', 'J')
                                   AND R.ACH_ACCNO = M.ACH_ACCNO
                                   AND R.ACH_ROLE IN ('P', 'J')))
                   AND B.BTX_ACCNO IN
                       (SELECT C.ACH_ACCNO
                          FROM BNKACCHLD C
                         WHERE C.ACH_ROLE IN ('P', 'J')
                           AND C.ACH_PID IN
                               (SELECT R.ACH_PID
                                  FROM BNKACCHLD R, BNKACCHLD M
                                 WHERE M.ACH_PID   = :WS-KIT-PID
                                   AND M.ACH_ROLE IN ('P', 'J')
                                   AND R.ACH_ACCNO = M.ACH_ACCNO
                                   AND R.ACH_ROLE IN ('P', 'J')))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    Outbound wires among the debits, for the narrative - their
      *    debit legs are already in the outflow above.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-KIT-WIRES
                  FROM BNKWIRE
                 WHERE WIR_DIRECTION = 'O'
                   AND WIR_STATUS NOT IN ('R', 'C')
                   AND WIR_CREATED_TS >= :WS-KIT-FROM-TS
                   AND WIR_ACCNO IN
                       (SELECT C.ACH_ACCNO
                          FROM BNKACCHLD C
                         WHERE C.ACH_ROLE IN ('P', 'J')
                           AND C.ACH_PID IN
                               (SELECT R.ACH_PID
                                  FROM BNKACCHLD R, BNKACCHLD M
                                 WHERE M.ACH_PID   = :WS-KIT-PID
                                   AND M.ACH_ROLE IN ('P', 'J')
                                   AND R.ACH_ACCNO = M.ACH_ACCNO
                                   AND R.ACH_ROLE IN ('P', 'J')))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO SCORE-RING-EXIT
           END-IF.

           PERFORM P310-COMPUTE-SCORE.

           IF WS-SCORE < WS-SCORE-LINE
              OR WS-EXPOSURE < WS-MIN-EXPOSURE
               GO TO SCORE-RING-EXIT
           END-IF.

           PERFORM P400-OPEN-CASE THRU OPEN-CASE-EXIT.

       SCORE-RING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Exposure is the outflow the held funds could have paid for -
      * never more than the amount still on hold.
      *-----------------------------------------------------------------
       P310-COMPUTE-SCORE.
           IF WS-KIT-OUT > WS-KIT-HELD
               MOVE WS-KIT-HELD TO WS-EXPOSURE
           ELSE
               MOVE WS-KIT-OUT  TO WS-EXPOSURE
           END-IF.

           COMPUTE WS-EXPOSURE-PCT ROUNDED =
                   WS-EXPOSURE * 100 / WS-KIT-HELD.

           COMPUTE WS-CIRCLE-POINTS = WS-KIT-LEGS * 10.

           IF WS-CIRCLE-POINTS > 40
               MOVE 40 TO WS-CIRCLE-POINTS
           END-IF.

           IF WS-KIT-SENDERS IS NOT LESS THAN 2
               ADD 20 TO WS-CIRCLE-POINTS
           END-IF.

           COMPUTE WS-SCORE ROUNDED =
                   (WS-EXPOSURE-PCT * 0.40) + WS-CIRCLE-POINTS.

      *=================================================================
      * Open the case, then the evidence - the scored narrative, each
      * live hold in the ring, and the debit legs in time order.
      *=================================================================
       P400-OPEN-CASE.
           MOVE SPACES TO CASE01-DATA WS-CASE-ERRMSG WS-CASE-GOODMSG.
           SET CASE01I-OPEN TO TRUE.
           MOVE 'SYSTM'    TO CASE01I-USERID.
           MOVE WS-KIT-PID TO CASE01I-PID.

           PERFORM P450-CALL-CASE.

           IF WS-JOB-HAD-ERROR
               GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE CASE01O-CASENO TO CASE01I-CASENO.

           MOVE WS-SCORE       TO WS-SCORE-DSP.
           MOVE WS-KIT-HELD    TO WS-HELD-DSP.
           MOVE WS-KIT-OUT     TO WS-OUT-DSP.
           MOVE WS-KIT-LEGS    TO WS-LEGS-DSP.
           MOVE WS-KIT-SENDERS TO WS-SENDERS-DSP.
           MOVE WS-KIT-WIRES   TO WS-WIRES-DSP.

           SET CASE01I-NOTE TO TRUE.
           MOVE SPACES TO CASE01I-TEXT.
           STRING 'KITING SCORE '  DELIMITED BY SIZE
                  WS-SCORE-DSP     DELIMITED BY SIZE
                  ' HELD '         DELIMITED BY SIZE
                  WS-HELD-DSP      DELIMITED BY SIZE
                  ' OUT '          DELIMITED BY SIZE
                  WS-OUT-DSP       DELIMITED BY SIZE
                  ' LEGS '         DELIMITED BY SIZE
                  WS-LEGS-DSP      DELIMITED BY SIZE
                  ' ACCTS '        DELIMITED BY SIZE
                  WS-SENDERS-DSP   DELIMITED BY SIZE
                  ' WIRES '        DELIMITED BY SIZE
                  WS-WIRES-DSP     DELIMITED BY SIZE
             INTO CASE01I-TEXT.

           PERFORM P450-CALL-CASE.

           IF WS-JOB-HAD-ERROR
               GO TO OPEN-CASE-EXIT
           END-IF.

           PERFORM P500-ATTACH-HOLDS.

           IF WS-JOB-HAD-ERROR
               GO TO OPEN-CASE-EXIT
           END-IF.

           PERFORM P600-ATTACH-LEGS.

           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-CASE-COUNT
               ADD WS-EXPOSURE TO WS-FLAG-TOTAL
               DISPLAY 'DKITE01P - case opened for ' WS-KIT-PID
                       ' score ' WS-SCORE-DSP
           END-IF.

       OPEN-CASE-EXIT.
           EXIT.

       P450-CALL-CASE.
           CALL 'DCASE01P' USING BY REFERENCE CASE01-DATA
                                 BY REFERENCE WS-CASE-ERRMSG
                                 BY REFERENCE WS-CASE-GOODMSG.

           IF WS-CASE-ERRMSG NOT = SPACES
               DISPLAY 'DKITE01P - ' WS-CASE-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * Every live hold on a ring account, as an 'H' item keyed by the
      * hold's creation timestamp.
      *-----------------------------------------------------------------
       P500-ATTACH-HOLDS.
           EXEC SQL
                DECLARE KHL_CSR CURSOR FOR
                SELECT HLD_ACCNO, HLD_AMOUNT, HLD_RELEASE_DTE,
                       HLD_CREATED_TS
                FROM BNKHOLD
                WHERE HLD_STATUS = 'A'
                  AND HLD_ACCNO IN
                      (SELECT C.ACH_ACCNO
                         FROM BNKACCHLD C
                        WHERE C.ACH_ROLE IN ('P', 'J')
                          AND C.ACH_PID IN
                              (SELECT R.ACH_PID
                                 FROM BNKACCHLD R, BNKACCHLD M
                                WHERE M.ACH_PID   = :WS-KIT-PID
                                  AND M.ACH_ROLE IN ('P', 'J')
                                  AND R.ACH_ACCNO = M.ACH_ACCNO
                                  AND R.ACH_ROLE IN ('P', 'J')))
                ORDER BY HLD_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN KHL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-HOLD
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE KHL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P510-FETCH-HOLD.
           EXEC SQL
                FETCH KHL_CSR
                INTO :DCL-HLD-ACCNO,
                     :DCL-HLD-AMOUNT,
                     :DCL-HLD-RELEASE-DTE,
                     :DCL-HLD-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-HLD-AMOUNT TO WS-AMT-DSP
               SET CASE01I-ATTACH TO TRUE
               MOVE 'H' TO CASE01I-ITEM-TYPE
               MOVE DCL-HLD-CREATED-TS TO CASE01I-ITEM-REF
               MOVE SPACES TO CASE01I-TEXT
               STRING 'ACC '              DELIMITED BY SIZE
                      DCL-HLD-ACCNO       DELIMITED BY SIZE
                      ' HELD '            DELIMITED BY SIZE
                      WS-AMT-DSP          DELIMITED BY SIZE
                      ' UNTIL '           DELIMITED BY SIZE
                      DCL-HLD-RELEASE-DTE DELIMITED BY SIZE
                 INTO CASE01I-TEXT
               PERFORM P450-CALL-CASE
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The debit legs out of the ring since the oldest hold, oldest
      * first, as 'T' items keyed by the BNKTXN timestamp.
      *-----------------------------------------------------------------
       P600-ATTACH-LEGS.
           MOVE ZERO TO WS-LEG-SUB.

           EXEC SQL
                DECLARE KLG_CSR CURSOR FOR
                SELECT BTX_ACCNO, BTX_AMOUNT, BTX_CATEGORY,
                       BTX_XFER_REF, BTX_TIMESTAMP
                FROM BNKTXN
                WHERE BTX_AMOUNT    < 0
                  AND BTX_CATEGORY IN ('T', 'W')
                  AND BTX_TYPE     <> '2'
                  AND BTX_TIMESTAMP >= :WS-KIT-FROM-TS
                  AND BTX_ACCNO IN
                      (SELECT C.ACH_ACCNO
                         FROM BNKACCHLD C
                        WHERE C.ACH_ROLE IN ('P', 'J')
                          AND C.ACH_PID IN
                              (SELECT R.ACH_PID
                                 FROM BNKACCHLD R, BNKACCHLD M
                                WHERE M.ACH_PID   = :WS-KIT-PID
                                  AND M.ACH_ROLE IN ('P', 'J')
                                  AND R.ACH_ACCNO = M.ACH_ACCNO
                                  AND R.ACH_ROLE IN ('P', 'J')))
                ORDER BY BTX_TIMESTAMP
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN KLG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P610-FETCH-LEG
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR
                  OR WS-LEG-SUB IS NOT LESS THAN WS-LEG-MAX.

           EXEC SQL
                CLOSE KLG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P610-FETCH-LEG.
           EXEC SQL
                FETCH KLG_CSR
                INTO :DCL-BTX-ACCNO,
                     :DCL-BTX-AMOUNT,
                     :DCL-BTX-CATEGORY,
                     :DCL-BTX-XFER-REF,
                     :DCL-BTX-TIMESTAMP
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-LEG-SUB
               COMPUTE WS-AMT-DSP = 0 - DCL-BTX-AMOUNT
               IF DCL-BTX-IS-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO WS-LEG-DESC
               ELSE
                   MOVE 'TRANSFER'   TO WS-LEG-DESC
               END-IF
               SET CASE01I-ATTACH TO TRUE
               MOVE 'T' TO CASE01I-ITEM-TYPE
               MOVE DCL-BTX-TIMESTAMP TO CASE01I-ITEM-REF
               MOVE SPACES TO CASE01I-TEXT
               STRING 'ACC '           DELIMITED BY SIZE
                      DCL-BTX-ACCNO    DELIMITED BY SIZE
                      ' OUT '          DELIMITED BY SIZE
                      WS-AMT-DSP       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-LEG-DESC      DELIMITED BY SIZE
                      ' REF '          DELIMITED BY SIZE
                      DCL-BTX-XFER-REF DELIMITED BY SIZE
                 INTO CASE01I-TEXT
               PERFORM P450-CALL-CASE
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DKITE01P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the night's cases as one unit of work, or roll them
      * all back if any part failed.
      *=================================================================
       P890-COMMIT-OR-ROLLBACK.
           IF WS-JOB-HAD-ERROR
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

      *=================================================================
      * Batch run log - the start row goes in (and is committed) the
      * moment the job has a connection, the end row completes it
      * with this run's control totals.  DBANK37P raises the
      * operations alert itself when the status is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'KITEDET' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'KITEDET' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-CASE-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-FLAG-TOTAL TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
