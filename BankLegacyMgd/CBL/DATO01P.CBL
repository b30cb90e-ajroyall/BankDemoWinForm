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
001300* Program:     DATO01P.CBL                                     *
001400* Function:    Account-takeover alerts - the data layer behind  *
001500*              the Takeover Alerts screen and BBANK50P's        *
001600*              step-up gate.  DATO02P's correlation run raises  *
001700*              the BNKTKALR alerts and holds the customer's     *
001800*              pending BNKPTXN transfers and BNKWIRE wires;     *
001900*              this program works them afterwards.  'L' lists   *
002000*              the open alerts oldest first; 'C' answers        *
002100*              whether a customer still owes a step-up          *
002200*              challenge; 'P' records the challenge passed;     *
002300*              'R' closes an alert released - the customer      *
002400*              was genuine, the held items go back to pending   *
002500*              and tonight's poster and wire extract take       *
002600*              them; 'X' closes it confirmed - held transfers   *
002700*              are cancelled and held wires go onto the B79     *
002800*              rejected-wire queue, whose cancel reverses the   *
002900*              debit the customer was charged.  Every change    *
003000*              is audited to BNKMADT through DBANK74P.          *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DATO01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-ALERTNO-DSP                    PIC 9(7).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTK
           END-EXEC.

           COPY CBANKSTKX.

       01  WS-COUNT                              PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CATO01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference ATO01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN ATO01I-LIST
                   PERFORM P100-LIST-ALERTS
               WHEN ATO01I-CHECK
                   PERFORM P200-CHECK-STEPUP
               WHEN ATO01I-PASSED
                   PERFORM P250-STEPUP-PASSED
               WHEN ATO01I-RELEASE
                   PERFORM P300-CLOSE-ALERT THRU
                           CLOSE-ALERT-EXIT
               WHEN ATO01I-CONFIRM
                   PERFORM P300-CLOSE-ALERT THRU
                           CLOSE-ALERT-EXIT
               WHEN OTHER
                   MOVE 'Invalid takeover alert function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The open alerts, oldest first - the longest-held customer
      * money is the first call to make.
      *=================================================================
       P100-LIST-ALERTS.
           MOVE ZERO TO ATO01O-ALERT-COUNT.

           EXEC SQL
                DECLARE TKL_CSR CURSOR FOR
                SELECT TKA_ALERTNO, TKA_PID, TKA_STEPS,
                       TKA_OUT_AMOUNT, TKA_HELD_PTX, TKA_HELD_WIRE,
                       TKA_CASENO, TKA_STEPUP, TKA_DETECTED_TS
                FROM BNKTKALR
                WHERE TKA_STATUS = 'O'
                ORDER BY TKA_DETECTED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TKL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-ALERT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR ATO01O-ALERT-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE TKL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND ATO01O-ALERT-COUNT = ZERO
               MOVE 'No open takeover alerts' TO GOOD-ERRMSG
           END-IF.

       P110-FETCH-ALERT.
           EXEC SQL
                FETCH TKL_CSR
                INTO :DCL-TKA-ALERTNO,
                     :DCL-TKA-PID,
                     :DCL-TKA-STEPS,
                     :DCL-TKA-OUT-AMOUNT,
                     :DCL-TKA-HELD-PTX,
                     :DCL-TKA-HELD-WIRE,
                     :DCL-TKA-CASENO,
                     :DCL-TKA-STEPUP,
                     :DCL-TKA-DETECTED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO ATO01O-ALERT-COUNT
               MOVE ATO01O-ALERT-COUNT TO WS-SUB
               MOVE DCL-TKA-ALERTNO    TO ATO01O-ALERTNO(WS-SUB)
               MOVE DCL-TKA-PID        TO ATO01O-PID(WS-SUB)
               MOVE DCL-TKA-STEPS      TO ATO01O-STEPS(WS-SUB)
               MOVE DCL-TKA-OUT-AMOUNT TO ATO01O-OUT-AMOUNT(WS-SUB)
               MOVE DCL-TKA-HELD-PTX   TO ATO01O-HELD-PTX(WS-SUB)
               MOVE DCL-TKA-HELD-WIRE  TO ATO01O-HELD-WIRE(WS-SUB)
               MOVE DCL-TKA-CASENO     TO ATO01O-CASENO(WS-SUB)
               MOVE DCL-TKA-STEPUP     TO ATO01O-STEPUP(WS-SUB)
               MOVE DCL-TKA-DETECTED-TS
                 TO ATO01O-DETECTED-TS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Does the customer owe a step-up?  Only an open alert asks.
      *=================================================================
       P200-CHECK-STEPUP.
           MOVE 'N'        TO ATO01O-STEPUP-SW.
           MOVE ATO01I-PID TO DCL-TKA-PID.
           MOVE ZERO       TO WS-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COUNT
                  FROM BNKTKALR
                 WHERE TKA_PID    = :DCL-TKA-PID
                   AND TKA_STATUS = 'O'
                   AND TKA_STEPUP = 'R'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-COUNT IS GREATER THAN ZERO
               SET ATO01O-STEPUP-DUE TO TRUE
           END-IF.

      *=================================================================
      * The customer proved themselves - the alert stays open for the
      * investigator, but the challenge is not asked again.
      *=================================================================
       P250-STEPUP-PASSED.
           MOVE ATO01I-PID TO DCL-TKA-PID.

           EXEC SQL
                UPDATE BNKTKALR
                   SET TKA_STEPUP = 'P'
                 WHERE TKA_PID    = :DCL-TKA-PID
                   AND TKA_STATUS = 'O'
                   AND TKA_STEPUP = 'R'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND SQLCODE = ZERO
               MOVE SPACES       TO CD74-DATA
               MOVE 'C'          TO CD74I-ACTION
               MOVE ATO01I-PID   TO CD74I-KEY
               MOVE 'STEPUP=R'   TO CD74I-BEFORE
               MOVE 'STEPUP=P'   TO CD74I-AFTER
               PERFORM P620-CALL-AUDIT
           END-IF.

      *=================================================================
      * Close an open alert, released or confirmed.  The held items
      * are the customer's whole pending queue at the time of the
      * alert, so they are found by status rather than listed.
      *=================================================================
       P300-CLOSE-ALERT.
           IF ATO01I-ALERTNO NOT > ZERO
               MOVE 'Please select an alert' TO BANK-ERRMSG
               GO TO CLOSE-ALERT-EXIT
           END-IF.

           MOVE ATO01I-ALERTNO TO DCL-TKA-ALERTNO.

           EXEC SQL
                SELECT TKA_PID, TKA_HELD_PTX, TKA_HELD_WIRE
                  INTO :DCL-TKA-PID, :DCL-TKA-HELD-PTX,
                       :DCL-TKA-HELD-WIRE
                  FROM BNKTKALR
                 WHERE TKA_ALERTNO = :DCL-TKA-ALERTNO
                   AND TKA_STATUS  = 'O'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Alert not found or already closed' TO BANK-ERRMSG
               GO TO CLOSE-ALERT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-ALERT-EXIT
           END-IF.

           IF ATO01I-RELEASE
               PERFORM P310-RELEASE-ITEMS
               MOVE 'R' TO DCL-TKA-STATUS
           ELSE
               PERFORM P320-STOP-ITEMS
               MOVE 'C' TO DCL-TKA-STATUS
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-ALERT-EXIT
           END-IF.

           MOVE ATO01I-USERID TO DCL-TKA-CLOSED-BY.

           EXEC SQL
                UPDATE BNKTKALR
                   SET TKA_STATUS    = :DCL-TKA-STATUS,
                       TKA_CLOSED_BY = :DCL-TKA-CLOSED-BY,
                       TKA_CLOSED_TS = CURRENT TIMESTAMP
                 WHERE TKA_ALERTNO   = :DCL-TKA-ALERTNO
                   AND TKA_STATUS    = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-ALERT-EXIT
           END-IF.

           MOVE DCL-TKA-ALERTNO TO WS-ALERTNO-DSP.

           MOVE SPACES TO CD74-DATA.
           MOVE 'C'    TO CD74I-ACTION.
           STRING WS-ALERTNO-DSP DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  DCL-TKA-PID    DELIMITED BY SIZE
             INTO CD74I-KEY.
           MOVE 'STATUS=O'  TO CD74I-BEFORE.
           STRING 'STATUS=' DELIMITED BY SIZE
                  DCL-TKA-STATUS DELIMITED BY SIZE
             INTO CD74I-AFTER.

           PERFORM P620-CALL-AUDIT.

           IF BANK-ERRMSG = SPACES
               IF ATO01I-RELEASE
                   MOVE 'Alert released - held items back to pending'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Takeover confirmed - held items stopped'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       CLOSE-ALERT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Genuine customer - the held transfers and wires queue again
      * exactly as they were.
      *-----------------------------------------------------------------
       P310-RELEASE-ITEMS.
           EXEC SQL
                UPDATE BNKPTXN
                   SET PTX_STATUS = 'P'
                 WHERE PTX_PID    = :DCL-TKA-PID
                   AND PTX_STATUS = 'H'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_STATUS    = 'P'
                 WHERE WIR_PID       = :DCL-TKA-PID
                   AND WIR_DIRECTION = 'O'
                   AND WIR_STATUS    = 'H'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Confirmed takeover - a queued transfer never took the money,
      * so cancelling it is enough; a wire's debit leg already
      * posted, so it goes to the rejected-wire queue where the
      * cancel reverses it through the normal posting path.
      *-----------------------------------------------------------------
       P320-STOP-ITEMS.
           EXEC SQL
                UPDATE BNKPTXN
                   SET PTX_STATUS = 'X'
                 WHERE PTX_PID    = :DCL-TKA-PID
                   AND PTX_STATUS = 'H'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_STATUS    = 'R'
                 WHERE WIR_PID       = :DCL-TKA-PID
                   AND WIR_DIRECTION = 'O'
                   AND WIR_STATUS    = 'H'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P620-CALL-AUDIT.
           MOVE ATO01I-USERID TO CD74I-USERID.
           MOVE 'DATO01P'     TO CD74I-PROGRAM.
           MOVE 'BNKTKALR'    TO CD74I-TABLE.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Takeover alert update failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
