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
001300* Program:     DSMSR01P.CBL                                    *
001400* Function:    SMS delivery receipts, job SMSRCPT.  Reads the   *
001500*              gateway's receipt file SMSRCPT.DAT and closes    *
001600*              each text DBANK32P handed over.  The file is:    *
001700*                'H' header - cols 2-11 file date, 12-17 file   *
001800*                    sequence 9(6)                              *
001900*                'R' receipt - cols 2-32 message id (the queue  *
002000*                    timestamp and PID DBANK32P wrote), 33      *
002100*                    status D delivered / T temporary failure / *
002200*                    F failed, 34-40 the gateway's charge       *
002300*                    9(3)V9(4), 41-60 gateway reason            *
002400*                'T' trailer - cols 2-8 receipt count 9(7)      *
002500*              A receipt matches the BNKMAILQ text row still    *
002600*              waiting in 'S'; its charge is added to MQ_COST   *
002700*              and the receipt time stamped.  Delivered closes  *
002800*              the row 'D'.  A temporary failure goes back to   *
002900*              'R' for DBANK32P to send again until the attempt *
003000*              ceiling, then is treated as failed.  A failed    *
003100*              text falls back to e-mail: an e-mail row is      *
003200*              queued with the same notice and the text row is  *
003300*              closed 'F' - or 'X' where the customer has no    *
003400*              e-mail address either.  SMSRCPT.RPT lists every  *
003500*              fallback, dead text and receipt that matched     *
003600*              nothing.  The file is checked in with the        *
003700*              DINFL01P inbound file registry first.            *
003800*              SQL version - standalone batch step, connects    *
003900*              and disconnects itself.                          *
004000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSMSR01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMSRCPTIN ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SMSRCPTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMSRCPTIN.
       01  SMSRCPTIN-RECORD.
           05  SRI-REC-TYPE                      PIC X(1).
           05  SRI-BODY                          PIC X(79).
       01  SMSRCPTIN-RECEIPT.
           05  FILLER                            PIC X(1).
           05  SRR-MSG-ID.
               10  SRR-TIMESTAMP                 PIC X(26).
               10  SRR-PID                       PIC X(5).
           05  SRR-STATUS                        PIC X(1).
               88  SRR-DELIVERED                 VALUE 'D'.
               88  SRR-TEMPORARY                 VALUE 'T'.
               88  SRR-FAILED                    VALUE 'F'.
           05  SRR-COST                          PIC X(7).
           05  SRR-COST-N REDEFINES SRR-COST     PIC 9(3)V9(4).
           05  SRR-REASON                        PIC X(20).
           05  FILLER                            PIC X(20).
       01  SMSRCPTIN-TRAILER.
           05  FILLER                            PIC X(1).
           05  SRT-COUNT                         PIC X(7).
           05  SRT-COUNT-N REDEFINES SRT-COUNT   PIC 9(7).
           05  FILLER                            PIC X(72).

       FD  SMSRCPTRPT.
       01  SMSRCPTRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-IN-FILENAME                    PIC X(75)
                   VALUE "C:\BANK\SMS\SMSRCPT.DAT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\SMSRCPT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-TRAILER-SW                     PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN               VALUE 'Y'.
      *-----------------------------------------------------------------
      * A text DBANK32P has sent this many times without a receipt
      * of delivery falls back - the same ceiling it dead-letters at.
      *-----------------------------------------------------------------
           05  WS-MAX-ATTEMPTS                   PIC S9(2) COMP-3
                                                  VALUE 3.
           05  WS-EMAIL-AT-COUNT                 PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-MATCHED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DELIVERED-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RESEND-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FALLBACK-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DEAD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UNKNOWN-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-COST                     PIC S9(7)V9(4) COMP-3
                                                  VALUE ZERO.
           05  WS-RECEIPT-COST                   PIC S9(3)V9(4) COMP-3.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-COST-DSP                       PIC Z(6)9.9999.

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPL-OUTCOME                       PIC X(12).
           05  FILLER                            PIC X(1).
           05  RPL-TIMESTAMP                     PIC X(26).
           05  FILLER                            PIC X(1).
           05  RPL-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPL-NOTICE                        PIC X(20).
           05  FILLER                            PIC X(1).
           05  RPL-STATUS                        PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPL-REASON                        PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                            PIC X(2).
           05  TTL-LABEL                         PIC X(30).
           05  TTL-COUNT                         PIC Z(6)9.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMQ
           END-EXEC.

           COPY CBANKSMQX.

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
               PERFORM P050-REGISTER-FILE
               OPEN OUTPUT SMSRCPTRPT
               PERFORM P060-REPORT-HEADING
               IF INFL01O-GO-AHEAD AND NOT WS-JOB-HAD-ERROR
                   PERFORM P100-APPLY-RECEIPTS THRU APPLY-RECEIPTS-EXIT
               END-IF
               PERFORM P500-REPORT-TOTALS
               CLOSE SMSRCPTRPT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DSMSR01P - unable to connect, receipt run aborted'
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
      * Check the file in with the inbound file registry before any
      * of it posts.  A file already applied is refused and one
      * quarantined waits for an operator on the Inbound Files
      * screen - either way this run applies nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'SMSRCPT '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DSMSR01P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DSMSR01P - receipts not applied: '
                           INFL01O-REASON
               END-IF
           END-IF.

       P060-REPORT-HEADING.
           MOVE SPACES TO SMSRCPTRPT-RECORD.
           MOVE 'SMS DELIVERY RECEIPTS - TEXTS NOT DELIVERED'
             TO SMSRCPTRPT-RECORD.
           WRITE SMSRCPTRPT-RECORD.
           MOVE SPACES TO SMSRCPTRPT-RECORD.
           WRITE SMSRCPTRPT-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'OUTCOME'         TO RPL-OUTCOME.
           MOVE 'QUEUED'          TO RPL-TIMESTAMP.
           MOVE 'PID'             TO RPL-PID.
           MOVE 'NOTICE'          TO RPL-NOTICE.
           MOVE 'R'               TO RPL-STATUS.
           MOVE 'GATEWAY REASON'  TO RPL-REASON.
           WRITE SMSRCPTRPT-RECORD FROM WS-RPT-LINE.

      *=================================================================
      * Apply the receipts in file order, then hold the count to the
      * trailer - a file that does not agree is rolled back whole.
      * No file today means the gateway had nothing to report.
      *=================================================================
       P100-APPLY-RECEIPTS.
           OPEN INPUT SMSRCPTIN.

           IF NOT WS-IN-OK
               DISPLAY 'DSMSR01P - no receipt file today ('
                       WS-IN-STATUS ')'
               GO TO APPLY-RECEIPTS-EXIT
           END-IF.

           PERFORM P105-READ-RECEIPT.

           IF WS-AT-EOF OR SRI-REC-TYPE NOT = 'H'
               DISPLAY 'DSMSR01P - receipt file has no header record'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE SMSRCPTIN
               GO TO APPLY-RECEIPTS-EXIT
           END-IF.

           PERFORM P105-READ-RECEIPT.

           PERFORM P110-APPLY-RECORD
               UNTIL WS-AT-EOF OR WS-JOB-HAD-ERROR.

           CLOSE SMSRCPTIN.

           IF WS-JOB-HAD-ERROR
               GO TO APPLY-RECEIPTS-EXIT
           END-IF.

           IF NOT WS-TRAILER-SEEN
               DISPLAY 'DSMSR01P - receipt file has no trailer record'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO APPLY-RECEIPTS-EXIT
           END-IF.

           IF SRT-COUNT-N NOT = WS-READ-COUNT
               DISPLAY 'DSMSR01P - trailer count ' SRT-COUNT
                       ' does not agree with receipts read'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO APPLY-RECEIPTS-EXIT
           END-IF.

           DISPLAY 'DSMSR01P - receipts read: ' WS-READ-COUNT
                   ' delivered: ' WS-DELIVERED-COUNT
                   ' resend: ' WS-RESEND-COUNT
                   ' fell back: ' WS-FALLBACK-COUNT
                   ' dead: ' WS-DEAD-COUNT
                   ' unmatched: ' WS-UNKNOWN-COUNT.

       APPLY-RECEIPTS-EXIT.
           EXIT.

       P105-READ-RECEIPT.
           READ SMSRCPTIN
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

       P110-APPLY-RECORD.
           EVALUATE SRI-REC-TYPE
               WHEN 'R'
                   ADD 1 TO WS-READ-COUNT
                   PERFORM P200-APPLY-ONE THRU APPLY-ONE-EXIT
               WHEN 'T'
                   IF SRT-COUNT IS NOT NUMERIC
                       DISPLAY 'DSMSR01P - trailer count is not numeric'
                       MOVE 'Y' TO WS-JOB-ERROR-SW
                   END-IF
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY 'DSMSR01P - unknown record type '
                           SRI-REC-TYPE
                   MOVE 'Y' TO WS-JOB-ERROR-SW
           END-EVALUATE.

           PERFORM P105-READ-RECEIPT.

      *=================================================================
      * One receipt.  Only a text still waiting on the gateway can be
      * closed by one - a late or repeated receipt for a row already
      * closed is reported and otherwise ignored.  The gateway bills
      * every attempt, so the charge is added whatever the outcome.
      *=================================================================
       P200-APPLY-ONE.
           IF SRR-COST IS NOT NUMERIC
               MOVE ZERO TO WS-RECEIPT-COST
           ELSE
               MOVE SRR-COST-N TO WS-RECEIPT-COST
           END-IF.

           MOVE SRR-TIMESTAMP TO DCL-MQ-TIMESTAMP.
           MOVE SRR-PID       TO DCL-MQ-PID.

           EXEC SQL
                SELECT MQ_EMAIL,
                       MQ_FROM_ACC,
                       MQ_TO_ACC,
                       MQ_AMOUNT,
                       MQ_ATTEMPTS,
                       MQ_FILLER,
                       MQ_CHANNEL,
                       MQ_MOBILE,
                       MQ_COST
                  INTO :DCL-MQ-EMAIL,
                       :DCL-MQ-FROM-ACC,
                       :DCL-MQ-TO-ACC,
                       :DCL-MQ-AMOUNT,
                       :DCL-MQ-ATTEMPTS,
                       :DCL-MQ-FILLER,
                       :DCL-MQ-CHANNEL,
                       :DCL-MQ-MOBILE,
                       :DCL-MQ-COST
                  FROM BNKMAILQ
                 WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                   AND MQ_PID = :DCL-MQ-PID
                   AND MQ_CHANNEL = 'S'
                   AND MQ_STATUS = 'S'
           END-EXEC.

           IF SQLCODE = +100
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO DCL-MQ-FILLER
               MOVE 'NO MATCH' TO RPL-OUTCOME
               PERFORM P600-REPORT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO APPLY-ONE-EXIT
           END-IF.

           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-RECEIPT-COST TO DCL-MQ-COST WS-TOTAL-COST.

           EVALUATE TRUE
               WHEN SRR-DELIVERED
                   MOVE 'D' TO DCL-MQ-STATUS
                   PERFORM P300-CLOSE-TEXT
                   ADD 1 TO WS-DELIVERED-COUNT
               WHEN SRR-TEMPORARY AND
                    DCL-MQ-ATTEMPTS IS LESS THAN WS-MAX-ATTEMPTS
                   MOVE 'R' TO DCL-MQ-STATUS
                   PERFORM P300-CLOSE-TEXT
                   ADD 1 TO WS-RESEND-COUNT
               WHEN OTHER
                   PERFORM P400-FALL-BACK-TO-EMAIL
           END-EVALUATE.

       APPLY-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Stamp the receipt on the text row with its new status.
      *-----------------------------------------------------------------
       P300-CLOSE-TEXT.
           EXEC SQL
                UPDATE BNKMAILQ
                   SET MQ_STATUS = :DCL-MQ-STATUS,
                       MQ_COST = :DCL-MQ-COST,
                       MQ_RECEIPT_TS = CURRENT TIMESTAMP
                 WHERE MQ_TIMESTAMP = :DCL-MQ-TIMESTAMP
                   AND MQ_PID = :DCL-MQ-PID
                   AND MQ_CHANNEL = 'S'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The text did not arrive - send the notice by e-mail instead,
      * the same fallback DBANK32P takes when the gateway will not
      * accept a text at all.  No e-mail address either and the text
      * is dead-lettered, for DBANK32P's report to pick up.
      *-----------------------------------------------------------------
       P400-FALL-BACK-TO-EMAIL.
           MOVE ZERO TO WS-EMAIL-AT-COUNT.
           INSPECT DCL-MQ-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL '@'.

           IF DCL-MQ-EMAIL = SPACES OR WS-EMAIL-AT-COUNT = ZERO
               MOVE 'X' TO DCL-MQ-STATUS
               PERFORM P300-CLOSE-TEXT
               ADD 1 TO WS-DEAD-COUNT
               MOVE 'DEAD' TO RPL-OUTCOME
               PERFORM P600-REPORT-LINE
           ELSE
               EXEC SQL
                    INSERT INTO BNKMAILQ (
                      MQ_TIMESTAMP,
                      MQ_PID,
                      MQ_EMAIL,
                      MQ_FROM_ACC,
                      MQ_TO_ACC,
                      MQ_AMOUNT,
                      MQ_STATUS,
                      MQ_FILLER,
                      MQ_CHANNEL,
                      MQ_MOBILE
                    ) VALUES (
                      CURRENT TIMESTAMP,
                      :DCL-MQ-PID,
                      :DCL-MQ-EMAIL,
                      :DCL-MQ-FROM-ACC,
                      :DCL-MQ-TO-ACC,
                      :DCL-MQ-AMOUNT,
                      'P',
                      :DCL-MQ-FILLER,
                      'E',
                      ' ')
               END-EXEC
               PERFORM P800-ERROR-CHECK
               MOVE 'F' TO DCL-MQ-STATUS
               PERFORM P300-CLOSE-TEXT
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE 'TO E-MAIL' TO RPL-OUTCOME
               PERFORM P600-REPORT-LINE
           END-IF.

      *=================================================================
      * Report - one line per text not delivered and per receipt that
      * matched nothing, then the run's totals.
      *=================================================================
       P500-REPORT-TOTALS.
           MOVE SPACES TO SMSRCPTRPT-RECORD.
           WRITE SMSRCPTRPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'Receipts read' TO TTL-LABEL.
           MOVE WS-READ-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'Delivered' TO TTL-LABEL.
           MOVE WS-DELIVERED-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'Sent again' TO TTL-LABEL.
           MOVE WS-RESEND-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'Fell back to e-mail' TO TTL-LABEL.
           MOVE WS-FALLBACK-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'Dead - no e-mail address' TO TTL-LABEL.
           MOVE WS-DEAD-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'Matched no text' TO TTL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO TTL-COUNT.
           WRITE SMSRCPTRPT-RECORD FROM WS-TOTAL-LINE.

           MOVE WS-TOTAL-COST TO WS-COST-DSP.
           MOVE SPACES TO SMSRCPTRPT-RECORD.
           STRING '  Gateway charges              '
                                       DELIMITED BY SIZE
                  WS-COST-DSP          DELIMITED BY SIZE
             INTO SMSRCPTRPT-RECORD.
           WRITE SMSRCPTRPT-RECORD.

       P600-REPORT-LINE.
           MOVE SRR-TIMESTAMP  TO RPL-TIMESTAMP.
           MOVE SRR-PID        TO RPL-PID.
           MOVE DCL-MQ-FILLER  TO RPL-NOTICE.
           MOVE SRR-STATUS     TO RPL-STATUS.
           MOVE SRR-REASON     TO RPL-REASON.
           WRITE SMSRCPTRPT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      *=================================================================
       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSMSR01P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole file as one unit of work, or roll it all back
      * if any part of it failed - the registry lets a rolled-back
      * file be run again.
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
           MOVE 'SMSRCPT ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'SMSRCPT ' TO CD37I-JOB.
           MOVE WS-READ-COUNT     TO CD37I-ROWS-READ.
           MOVE WS-MATCHED-COUNT  TO CD37I-ROWS-POSTED.
           MOVE WS-UNKNOWN-COUNT  TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-COST     TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'S' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
