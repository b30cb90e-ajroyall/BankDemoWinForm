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
001300* Program:     DATO02P.CBL                                     *
001400* Function:    Account-takeover correlation - each step of a    *
001500*              takeover lands in its own table and looks        *
001600*              routine there; this run puts them side by side   *
001700*              per customer over a window of the last few       *
001800*              calendar days (ATOWINDOW on BNKPARM, fallback    *
001900*              3).  It starts from the money going out - an     *
002000*              outbound BNKWIRE wire or a queued BNKPTXN        *
002100*              transfer to an account not the customer's own,   *
002200*              at or over ATOLARGE (fallback 1000.00) - and     *
002300*              counts the profile steps that came before it:    *
002400*                A address or e-mail change on BNKCADT          *
002500*                P password change (BNKPWDH) or forced reset    *
002600*                  (BNKSADT FORCEPWD)                           *
002700*                L login from a workstation never used before   *
002800*                Y payee added (DBANK42P's BNKTXN audit row)    *
002900*              ATOSTEPS (fallback 2) or more raises a BNKTKALR  *
003000*              alert: every pending transfer and wire of the    *
003100*              customer's is held ('H'), BBANK50P asks a        *
003200*              DSTEP01P challenge before the next transfer,     *
003300*              and a DCASE01P case opens with the narrative     *
003400*              and the timeline, one 'E' item per event in      *
003500*              time order.  A customer with an open alert is    *
003600*              not alerted again.  Runs in the nightly stream   *
003700*              ahead of the pending-transfer poster, and may    *
003800*              be run on its own during the day as well.        *
003900*              SQL version - standalone batch step, connects    *
004000*              and disconnects itself.                          *
004100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DATO02P.
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
           05  WS-ALERT-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FLAG-TOTAL                     PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
      *    Window length in calendar days, stepped back one day at a
      *    time through UDATECNV.
           05  WS-WINDOW-DAYS                    PIC S9(3) COMP-3
                                                  VALUE 3.
           05  WS-STEP-LINE                      PIC S9(3) COMP-3
                                                  VALUE 2.
           05  WS-STEP-SUB                       PIC S9(3) COMP.
           05  WS-STEP-COUNT                     PIC S9(3) COMP.
      *    Timeline events attached to one case.
           05  WS-EVENT-MAX                      PIC S9(4) COMP
                                                  VALUE 30.
           05  WS-EVENT-SUB                      PIC S9(4) COMP.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-ALERTNO-DSP                    PIC 9(7).
           05  WS-OUT-DSP                        PIC Z(6)9.99.
           05  WS-AMT-DSP                        PIC Z(6)9.99.
           05  WS-HELD-PTX-DSP                   PIC 9(3).
           05  WS-HELD-WIRE-DSP                  PIC 9(3).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CASE-ERRMSG                    PIC X(65).
           05  WS-CASE-GOODMSG                   PIC X(65).

           COPY CPARM01.
           COPY CCASE01.
           COPY UDATECC2.
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTK
           END-EXEC.

           COPY CBANKSTKX.

       01  WS-WINDOW-START                       PIC X(10).
       01  WS-LARGE-AMOUNT                       PIC S9(7)V99 COMP-3
                                                  VALUE 1000.00.
       01  WS-ATO-PID                            PIC X(5).
       01  WS-OUT-LAST-TS                        PIC X(26).
       01  WS-OUT-LAST-TS2                       PIC X(26).
       01  WS-OUT-AMOUNT                         PIC S9(9)V99 COMP-3.
       01  WS-OUT-AMOUNT2                        PIC S9(9)V99 COMP-3.
       01  WS-HIT-COUNT                          PIC S9(5) COMP-3.
       01  WS-HIT-COUNT2                         PIC S9(5) COMP-3.
       01  WS-EVT-TS                             PIC X(26).
       01  WS-EVT-NAME                           PIC X(22).
       01  WS-EVT-DETAIL                         PIC X(30).
       01  WS-EVT-AMOUNT                         PIC S9(7)V99 COMP-3.

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
               PERFORM P100-RUN-CORRELATION THRU RUN-CORRELATION-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DATO02P - unable to connect, correlation aborted'
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
      * Parameters, window, then every customer with money going out
      * inside it.
      *=================================================================
       P100-RUN-CORRELATION.
           PERFORM P120-LOAD-PARAMETERS.
           PERFORM P110-BUILD-WINDOW.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-CORRELATION-EXIT
           END-IF.

           DISPLAY 'DATO02P - window from ' WS-WINDOW-START
                   ' large amount ' WS-LARGE-AMOUNT
                   ' steps ' WS-STEP-LINE.

           EXEC SQL
                DECLARE ATO_CSR CURSOR FOR
                SELECT WIR_PID
                FROM BNKWIRE
                WHERE WIR_DIRECTION   = 'O'
                  AND WIR_STATUS NOT IN ('R', 'C')
                  AND WIR_AMOUNT     >= :WS-LARGE-AMOUNT
                  AND WIR_CREATED_TS >= :WS-WINDOW-START
                UNION
                SELECT PTX_PID
                FROM BNKPTXN
                WHERE PTX_STATUS      = 'P'
                  AND PTX_AMOUNT     >= :WS-LARGE-AMOUNT
                  AND PTX_CREATED_TS >= :WS-WINDOW-START
                  AND PTX_TO_ACC NOT IN
                      (SELECT ACH_ACCNO
                         FROM BNKACCHLD
                        WHERE ACH_PID = BNKPTXN.PTX_PID)
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ATO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ATO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           DISPLAY 'DATO02P - correlation complete, alerts raised: '
                   WS-ALERT-COUNT.

       RUN-CORRELATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The window runs back WS-WINDOW-DAYS calendar days from today,
      * one UDATECNV 'Q0' step at a time.
      *-----------------------------------------------------------------
       P110-BUILD-WINDOW.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-WINDOW-START.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-WINDOW-START.

           PERFORM P115-STEP-BACK-ONE-DAY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-WINDOW-DAYS.

       P115-STEP-BACK-ONE-DAY.
           MOVE 'Q0'            TO DDIOTYPE.
           MOVE WS-WINDOW-START TO DDIDATA.

           CALL 'UDATECNV' USING BY REFERENCE CDATED.

           IF DDODATA(1:5) = 'ERROR'
               DISPLAY 'DATO02P - calendar error building window'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE DDODATA(1:10) TO WS-WINDOW-START
           END-IF.

      *-----------------------------------------------------------------
      * Window length, the money-out line and the number of profile
      * steps that make a pattern - each from BNKPARM when a row
      * covers it.
      *-----------------------------------------------------------------
       P120-LOAD-PARAMETERS.
           MOVE 'ATOWINDOW' TO PARM01I-NAME.
           MOVE WS-WINDOW-DAYS TO PARM01I-VALUE.
           PERFORM P125-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE TO WS-WINDOW-DAYS.

           MOVE 'ATOLARGE' TO PARM01I-NAME.
           MOVE WS-LARGE-AMOUNT TO PARM01I-VALUE.
           PERFORM P125-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE TO WS-LARGE-AMOUNT.

           MOVE 'ATOSTEPS' TO PARM01I-NAME.
           MOVE WS-STEP-LINE TO PARM01I-VALUE.
           PERFORM P125-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE TO WS-STEP-LINE.

       P125-GET-ONE-PARAMETER.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

       P200-FETCH-CUSTOMER.
           EXEC SQL
                FETCH ATO_CSR
                INTO :WS-ATO-PID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-CUST-COUNT
               PERFORM P300-CORRELATE THRU CORRELATE-EXIT
      *        The cursor must see a clean SQLCODE to fetch again -
      *        a secondary SELECT above may have ended on +100.
               IF NOT WS-JOB-HAD-ERROR
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One customer.  The money out fixes the latest moment that
      * counts - a profile step after the last payment out is not
      * what led up to it.
      *-----------------------------------------------------------------
       P300-CORRELATE.
           MOVE WS-ATO-PID TO DCL-TKA-PID.
           MOVE ZERO TO WS-HIT-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKTKALR
                 WHERE TKA_PID    = :DCL-TKA-PID
                   AND TKA_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIT-COUNT IS GREATER THAN ZERO OR WS-JOB-HAD-ERROR
               GO TO CORRELATE-EXIT
           END-IF.

           MOVE SPACES TO WS-OUT-LAST-TS WS-OUT-LAST-TS2.

           EXEC SQL
                SELECT COALESCE(SUM(WIR_AMOUNT), 0),
                       COALESCE(CHAR(MAX(WIR_CREATED_TS)), ' ')
                  INTO :WS-OUT-AMOUNT, :WS-OUT-LAST-TS
                  FROM BNKWIRE
                 WHERE WIR_PID         = :WS-ATO-PID
                   AND WIR_DIRECTION   = 'O'
                   AND WIR_STATUS NOT IN ('R', 'C')
                   AND WIR_AMOUNT     >= :WS-LARGE-AMOUNT
                   AND WIR_CREATED_TS >= :WS-WINDOW-START
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(PTX_AMOUNT), 0),
                       COALESCE(CHAR(MAX(PTX_CREATED_TS)), ' ')
                  INTO :WS-OUT-AMOUNT2, :WS-OUT-LAST-TS2
                  FROM BNKPTXN
                 WHERE PTX_PID         = :WS-ATO-PID
                   AND PTX_STATUS      = 'P'
                   AND PTX_AMOUNT     >= :WS-LARGE-AMOUNT
                   AND PTX_CREATED_TS >= :WS-WINDOW-START
                   AND PTX_TO_ACC NOT IN
                       (SELECT ACH_ACCNO
                          FROM BNKACCHLD
                         WHERE ACH_PID = :WS-ATO-PID)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO CORRELATE-EXIT
           END-IF.

           ADD WS-OUT-AMOUNT2 TO WS-OUT-AMOUNT.

           IF WS-OUT-LAST-TS2 > WS-OUT-LAST-TS
               MOVE WS-OUT-LAST-TS2 TO WS-OUT-LAST-TS
           END-IF.

           MOVE '----O' TO DCL-TKA-STEPS.
           MOVE ZERO    TO WS-STEP-COUNT.

           PERFORM P310-STEP-ADDRESS.
           PERFORM P320-STEP-PASSWORD.
           PERFORM P330-STEP-WORKSTATION.
           PERFORM P340-STEP-PAYEE.

           IF WS-JOB-HAD-ERROR
              OR WS-STEP-COUNT < WS-STEP-LINE
               GO TO CORRELATE-EXIT
           END-IF.

           PERFORM P400-RAISE-ALERT THRU RAISE-ALERT-EXIT.

       CORRELATE-EXIT.
           EXIT.

       P310-STEP-ADDRESS.
           MOVE ZERO TO WS-HIT-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKCADT
                 WHERE BCA_PID        = :WS-ATO-PID
                   AND BCA_TIMESTAMP >= :WS-WINDOW-START
                   AND BCA_TIMESTAMP <= :WS-OUT-LAST-TS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIT-COUNT IS GREATER THAN ZERO
               MOVE 'A' TO DCL-TKA-STEPS(1:1)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

      *    A change by the customer files the old hash on BNKPWDH; a
      *    forced change at the security desk writes BNKSADT.
       P320-STEP-PASSWORD.
           MOVE ZERO TO WS-HIT-COUNT WS-HIT-COUNT2.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKPWDH
                 WHERE PWH_PID         = :WS-ATO-PID
                   AND PWH_CHANGED_TS >= :WS-WINDOW-START
                   AND PWH_CHANGED_TS <= :WS-OUT-LAST-TS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT2
                  FROM BNKSADT
                 WHERE SAD_TARGET_PID = :WS-ATO-PID
                   AND SAD_ACTION     = 'FORCEPWD'
                   AND SAD_TIMESTAMP >= :WS-WINDOW-START
                   AND SAD_TIMESTAMP <= :WS-OUT-LAST-TS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIT-COUNT + WS-HIT-COUNT2 IS GREATER THAN ZERO
               MOVE 'P' TO DCL-TKA-STEPS(2:1)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

      *    New means no successful login from that workstation before
      *    the window opened - live log or archived history.
       P330-STEP-WORKSTATION.
           MOVE ZERO TO WS-HIT-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKLOGA L
                 WHERE L.LGA_PID        = :WS-ATO-PID
                   AND L.LGA_SUCCESS    = 'Y'
                   AND L.LGA_TIMESTAMP >= :WS-WINDOW-START
                   AND L.LGA_TIMESTAMP <= :WS-OUT-LAST-TS
                   AND NOT EXISTS
                       (SELECT 1 FROM BNKLOGA E
                         WHERE E.LGA_PID         = L.LGA_PID
                           AND E.LGA_WORKSTATION = L.LGA_WORKSTATION
                           AND E.LGA_SUCCESS     = 'Y'
                           AND E.LGA_TIMESTAMP   < :WS-WINDOW-START)
                   AND NOT EXISTS
                       (SELECT 1 FROM BNKLOGAH H
                         WHERE H.LGA_PID         = L.LGA_PID
                           AND H.LGA_WORKSTATION = L.LGA_WORKSTATION
                           AND H.LGA_SUCCESS     = 'Y')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIT-COUNT IS GREATER THAN ZERO
               MOVE 'L' TO DCL-TKA-STEPS(3:1)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

      *    DBANK42P audits a payee add as a zero ledger row on BNKTXN.
       P340-STEP-PAYEE.
           MOVE ZERO TO WS-HIT-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKTXN
                 WHERE BTX_PID        = :WS-ATO-PID
                   AND BTX_TYPE       = '4'
                   AND BTX_DATA_OLD LIKE 'Payee added:%'
                   AND BTX_TIMESTAMP >= :WS-WINDOW-START
                   AND BTX_TIMESTAMP <= :WS-OUT-LAST-TS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIT-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO DCL-TKA-STEPS(4:1)
               ADD 1 TO WS-STEP-COUNT
           END-IF.

      *=================================================================
      * Hold the customer's pending queue, open the case with its
      * timeline, and record the alert that drives the step-up and
      * the Takeover Alerts screen.
      *=================================================================
       P400-RAISE-ALERT.
           EXEC SQL
                SELECT COALESCE(MAX(TKA_ALERTNO), 0) + 1
                  INTO :DCL-TKA-ALERTNO
                  FROM BNKTKALR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE ZERO TO WS-HIT-COUNT WS-HIT-COUNT2.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM BNKPTXN
                 WHERE PTX_PID    = :WS-ATO-PID
                   AND PTX_STATUS = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKPTXN
                   SET PTX_STATUS = 'H'
                 WHERE PTX_PID    = :WS-ATO-PID
                   AND PTX_STATUS = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT2
                  FROM BNKWIRE
                 WHERE WIR_PID       = :WS-ATO-PID
                   AND WIR_DIRECTION = 'O'
                   AND WIR_STATUS    = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_STATUS    = 'H'
                 WHERE WIR_PID       = :WS-ATO-PID
                   AND WIR_DIRECTION = 'O'
                   AND WIR_STATUS    = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO RAISE-ALERT-EXIT
           END-IF.

           MOVE WS-HIT-COUNT  TO DCL-TKA-HELD-PTX.
           MOVE WS-HIT-COUNT2 TO DCL-TKA-HELD-WIRE.
           MOVE WS-OUT-AMOUNT TO DCL-TKA-OUT-AMOUNT.

           PERFORM P500-OPEN-CASE THRU OPEN-CASE-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO RAISE-ALERT-EXIT
           END-IF.

           MOVE WS-ATO-PID      TO DCL-TKA-PID.
           MOVE WS-WINDOW-START TO DCL-TKA-WINDOW-START.
           MOVE CASE01O-CASENO  TO DCL-TKA-CASENO.

           EXEC SQL
                INSERT INTO BNKTKALR (
                  TKA_ALERTNO,
                  TKA_PID,
                  TKA_STEPS,
                  TKA_WINDOW_START,
                  TKA_OUT_AMOUNT,
                  TKA_HELD_PTX,
                  TKA_HELD_WIRE,
                  TKA_CASENO,
                  TKA_STEPUP,
                  TKA_STATUS,
                  TKA_DETECTED_TS,
                  TKA_CLOSED_BY,
                  TKA_CLOSED_TS
                ) VALUES (
                  :DCL-TKA-ALERTNO,
                  :DCL-TKA-PID,
                  :DCL-TKA-STEPS,
                  :DCL-TKA-WINDOW-START,
                  :DCL-TKA-OUT-AMOUNT,
                  :DCL-TKA-HELD-PTX,
                  :DCL-TKA-HELD-WIRE,
                  :DCL-TKA-CASENO,
                  'R',
                  'O',
                  CURRENT TIMESTAMP,
                  ' ',
                  NULL)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-ALERT-COUNT
               ADD WS-OUT-AMOUNT TO WS-FLAG-TOTAL
               DISPLAY 'DATO02P - alert raised for ' WS-ATO-PID
                       ' steps ' DCL-TKA-STEPS
           END-IF.

       RAISE-ALERT-EXIT.
           EXIT.

      *=================================================================
      * The case - the narrative first, then the timeline.
      *=================================================================
       P500-OPEN-CASE.
           MOVE SPACES TO CASE01-DATA.
           SET CASE01I-OPEN TO TRUE.
           MOVE 'SYSTM'    TO CASE01I-USERID.
           MOVE WS-ATO-PID TO CASE01I-PID.

           PERFORM P550-CALL-CASE.

           IF WS-JOB-HAD-ERROR
               GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE CASE01O-CASENO TO CASE01I-CASENO.

           MOVE DCL-TKA-ALERTNO  TO WS-ALERTNO-DSP.
           MOVE WS-OUT-AMOUNT    TO WS-OUT-DSP.
           MOVE WS-HIT-COUNT     TO WS-HELD-PTX-DSP.
           MOVE WS-HIT-COUNT2    TO WS-HELD-WIRE-DSP.

           SET CASE01I-NOTE TO TRUE.
           MOVE SPACES TO CASE01I-TEXT.
           STRING 'TAKEOVER ALERT '   DELIMITED BY SIZE
                  WS-ALERTNO-DSP      DELIMITED BY SIZE
                  ' STEPS '           DELIMITED BY SIZE
                  DCL-TKA-STEPS       DELIMITED BY SIZE
                  ' OUT '             DELIMITED BY SIZE
                  WS-OUT-DSP          DELIMITED BY SIZE
                  ' HELD XFER '       DELIMITED BY SIZE
                  WS-HELD-PTX-DSP     DELIMITED BY SIZE
                  ' WIRE '            DELIMITED BY SIZE
                  WS-HELD-WIRE-DSP    DELIMITED BY SIZE
             INTO CASE01I-TEXT.

           PERFORM P550-CALL-CASE.

           IF WS-JOB-HAD-ERROR
               GO TO OPEN-CASE-EXIT
           END-IF.

           PERFORM P600-ATTACH-TIMELINE.

       OPEN-CASE-EXIT.
           EXIT.

       P550-CALL-CASE.
           MOVE SPACES TO WS-CASE-ERRMSG WS-CASE-GOODMSG.

           CALL 'DCASE01P' USING BY REFERENCE CASE01-DATA
                                 BY REFERENCE WS-CASE-ERRMSG
                                 BY REFERENCE WS-CASE-GOODMSG.

           IF WS-CASE-ERRMSG NOT = SPACES
               DISPLAY 'DATO02P - ' WS-CASE-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * Every event in the window from every table, in the order it
      * happened, one 'E' item each keyed by its own timestamp.
      *-----------------------------------------------------------------
       P600-ATTACH-TIMELINE.
           MOVE ZERO TO WS-EVENT-SUB.

           EXEC SQL
                DECLARE ATL_CSR CURSOR FOR
                SELECT CHAR(BCA_TIMESTAMP),
                       'ADDRESS/E-MAIL CHANGE ',
                       BCA_NEW_EMAIL, 0
                  FROM BNKCADT
                 WHERE BCA_PID        = :WS-ATO-PID
                   AND BCA_TIMESTAMP >= :WS-WINDOW-START
                UNION ALL
                SELECT CHAR(PWH_CHANGED_TS),
                       'PASSWORD CHANGED      ',
                       ' ', 0
                  FROM BNKPWDH
                 WHERE PWH_PID         = :WS-ATO-PID
                   AND PWH_CHANGED_TS >= :WS-WINDOW-START
                UNION ALL
                SELECT CHAR(SAD_TIMESTAMP),
                       'PASSWORD RESET BY     ',
                       SAD_ADMIN_PID, 0
                  FROM BNKSADT
                 WHERE SAD_TARGET_PID = :WS-ATO-PID
                   AND SAD_ACTION     = 'FORCEPWD'
                   AND SAD_TIMESTAMP >= :WS-WINDOW-START
                UNION ALL
                SELECT CHAR(L.LGA_TIMESTAMP),
                       'LOGIN NEW WORKSTATION ',
                       L.LGA_WORKSTATION, 0
                  FROM BNKLOGA L
                 WHERE L.LGA_PID        = :WS-ATO-PID
                   AND L.LGA_SUCCESS    = 'Y'
                   AND L.LGA_TIMESTAMP >= :WS-WINDOW-START
                   AND NOT EXISTS
                       (SELECT 1 FROM BNKLOGA E
                         WHERE E.LGA_PID         = L.LGA_PID
                           AND E.LGA_WORKSTATION = L.LGA_WORKSTATION
                           AND E.LGA_SUCCESS     = 'Y'
                           AND E.LGA_TIMESTAMP   < :WS-WINDOW-START)
                   AND NOT EXISTS
                       (SELECT 1 FROM BNKLOGAH H
                         WHERE H.LGA_PID         = L.LGA_PID
                           AND H.LGA_WORKSTATION = L.LGA_WORKSTATION
                           AND H.LGA_SUCCESS     = 'Y')
                UNION ALL
                SELECT CHAR(BTX_TIMESTAMP),
                       'PAYEE ADDED           ',
                       COALESCE(BTX_ACCNO, ' '), 0
                  FROM BNKTXN
                 WHERE BTX_PID        = :WS-ATO-PID
                   AND BTX_TYPE       = '4'
                   AND BTX_DATA_OLD LIKE 'Payee added:%'
                   AND BTX_TIMESTAMP >= :WS-WINDOW-START
                UNION ALL
                SELECT CHAR(WIR_CREATED_TS),
                       'WIRE QUEUED           ',
                       WIR_REF, WIR_AMOUNT
                  FROM BNKWIRE
                 WHERE WIR_PID         = :WS-ATO-PID
                   AND WIR_DIRECTION   = 'O'
                   AND WIR_CREATED_TS >= :WS-WINDOW-START
                UNION ALL
                SELECT CHAR(PTX_CREATED_TS),
                       'TRANSFER QUEUED TO    ',
                       PTX_TO_ACC, PTX_AMOUNT
                  FROM BNKPTXN
                 WHERE PTX_PID         = :WS-ATO-PID
                   AND PTX_STATUS     IN ('P', 'H')
                   AND PTX_CREATED_TS >= :WS-WINDOW-START
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ATL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P610-FETCH-EVENT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR
                  OR WS-EVENT-SUB IS NOT LESS THAN WS-EVENT-MAX.

           EXEC SQL
                CLOSE ATL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P610-FETCH-EVENT.
           EXEC SQL
                FETCH ATL_CSR
                INTO :WS-EVT-TS,
                     :WS-EVT-NAME,
                     :WS-EVT-DETAIL,
                     :WS-EVT-AMOUNT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-EVENT-SUB
               SET CASE01I-ATTACH TO TRUE
               MOVE 'E'       TO CASE01I-ITEM-TYPE
               MOVE WS-EVT-TS TO CASE01I-ITEM-REF
               MOVE SPACES    TO CASE01I-TEXT
               IF WS-EVT-AMOUNT = ZERO
                   STRING WS-EVT-NAME   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-EVT-DETAIL DELIMITED BY SIZE
                     INTO CASE01I-TEXT
               ELSE
                   MOVE WS-EVT-AMOUNT TO WS-AMT-DSP
                   STRING WS-EVT-NAME   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-EVT-DETAIL DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-AMT-DSP    DELIMITED BY SIZE
                     INTO CASE01I-TEXT
               END-IF
               PERFORM P550-CALL-CASE
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DATO02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the run's holds, cases and alerts as one unit of
      * work, or roll them all back if any part failed.
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
           MOVE 'ATOWATCH' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ATOWATCH' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-ALERT-COUNT TO CD37I-ROWS-POSTED.
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
