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
001300* Program:     DCMPL02P.CBL                                    *
001400* Function:    Nightly complaint deadline watch.  Every         *
001500*              complaint on BNKCMPL without its final response  *
001600*              is held against the regulatory clock DCMPL01P    *
001700*              started: an acknowledgement still owed that is   *
001800*              overdue or falls due by the next business day    *
001900*              (DBANK61P's calendar), or a final response due   *
002000*              within the warning window or already past it.    *
002100*              Each one caught is marked escalated              *
002200*              (CMP_ESCALATED) and listed on CMPLWTCH.RPT for   *
002300*              the complaints team, and one operations alert    *
002400*              (tag CMPLESC, the count in the amount) goes to   *
002500*              BNKMAILQ through DBANK20P when any are caught.   *
002600*              The run is committed through DBANK17P or rolled  *
002700*              back whole through DBANK18P.                     *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCMPL02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WTCHRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WTCHRPT.
       01  WTCHRPT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CMPLWTCH.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-CAL-ERRMSG                     PIC X(65).
           05  WS-CAL-GOODMSG                    PIC X(65).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-OPS-EMAIL                      PIC X(30)
                   VALUE 'operations@bankdemo.com'.
           05  WS-OPS-PID                        PIC X(5)
                   VALUE 'OPS  '.
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FLAG-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NEW-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * How far ahead of the statutory date a final response is
      * flagged, in calendar days.  Set per site.
      *-----------------------------------------------------------------
           05  WS-WARN-DAYS                      PIC S9(3) COMP-3
                                                  VALUE 5.
      *-----------------------------------------------------------------
      * The complaints caught, loaded before any is marked so BNKCMPL
      * can be updated without a cursor open on it.
      *-----------------------------------------------------------------
           05  WS-CMP-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-CMP-TABLE.
               10  WS-CMP-ENTRY OCCURS 2000 TIMES.
                   15  WS-CMP-NO                 PIC S9(7) COMP-3.
                   15  WS-CMP-PID                PIC X(5).
                   15  WS-CMP-STATUS             PIC X(1).
                       88  WS-CMP-ACK-OWED       VALUE 'O'.
                   15  WS-CMP-ACK-DUE            PIC X(10).
                   15  WS-CMP-FINAL-DUE          PIC X(10).
                   15  WS-CMP-ESCALATED          PIC X(1).
                       88  WS-CMP-WAS-ESCALATED  VALUE 'Y'.

       01  WS-RPT-LINE.
           05  WS-RL-NO                          PIC Z(6)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-PID                         PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ACK-DUE                     PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-FINAL-DUE                   PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                        PIC X(40).

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC20.
           COPY CBANKVC37.
           COPY CBANKVC61.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCP
           END-EXEC.

           COPY CBANKSCPX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-NEXT-BDAY                          PIC X(10).
       01  WS-HOST-WARN-DAYS                     PIC S9(3) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK26P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-WATCH THRU RUN-WATCH-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DCMPL02P - unable to connect, deadline watch aborted'
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
      * Today, the next business day and the warning date set the
      * bar; every complaint under it is listed and escalated.
      *=================================================================
       P100-RUN-WATCH.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           MOVE SPACES        TO CD61-DATA WS-CAL-ERRMSG.
           SET CD61I-NEXT     TO TRUE.
           MOVE WS-TODAY-DATE TO CD61I-DATE.

           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-CAL-ERRMSG
                                 BY REFERENCE WS-CAL-GOODMSG.

           IF WS-CAL-ERRMSG NOT = SPACES
               DISPLAY 'DCMPL02P - calendar failed: ' WS-CAL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-WATCH-EXIT
           END-IF.

           MOVE CD61O-DATE   TO WS-NEXT-BDAY.
           MOVE WS-WARN-DAYS TO WS-HOST-WARN-DAYS.

           OPEN OUTPUT WTCHRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCMPL02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-WATCH-EXIT
           END-IF.

           MOVE SPACES TO WTCHRPT-RECORD.
           STRING 'COMPLAINT DEADLINE WATCH - ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.
           MOVE SPACES TO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.
           MOVE SPACES TO WTCHRPT-RECORD.
           STRING ' COMPLNT  PID    ACK DUE     FINAL DUE   '
                    DELIMITED BY SIZE
                  'NOTE'
                    DELIMITED BY SIZE
             INTO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.

           PERFORM P110-LOAD-COMPLAINTS.

           PERFORM P200-ESCALATE
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-CMP-COUNT
                  OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.
           MOVE WS-FLAG-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO WTCHRPT-RECORD.
           STRING 'AT RISK:       ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
             INTO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.
           MOVE WS-NEW-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO WTCHRPT-RECORD.
           STRING 'ESCALATED NOW: ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  '  (MARKED *)'    DELIMITED BY SIZE
             INTO WTCHRPT-RECORD.
           WRITE WTCHRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - ROLLED BACK' TO WTCHRPT-RECORD
               WRITE WTCHRPT-RECORD
           END-IF.

           CLOSE WTCHRPT.

           IF WS-FLAG-COUNT > ZERO AND NOT WS-JOB-HAD-ERROR
               PERFORM P300-QUEUE-OPS-ALERT
           END-IF.

           DISPLAY 'DCMPL02P - deadline watch complete, at risk: '
                   WS-FLAG-COUNT ' new: ' WS-NEW-COUNT.

       RUN-WATCH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every complaint still short of its final response whose
      * acknowledgement is owed by the next business day or whose
      * final response is due inside the warning window.
      *-----------------------------------------------------------------
       P110-LOAD-COMPLAINTS.
           EXEC SQL
                DECLARE CMPWTCH_CSR CURSOR FOR
                SELECT CMP_NO, CMP_PID, CMP_STATUS, CMP_ACK_DUE,
                       CMP_FINAL_DUE, CMP_ESCALATED
                FROM BNKCMPL
                WHERE CMP_STATUS IN ('O', 'A')
                  AND ((CMP_STATUS = 'O' AND
                        CMP_ACK_DUE <= :WS-NEXT-BDAY)
                    OR CMP_FINAL_DUE <=
                        CHAR(DATE(:WS-TODAY-DATE)
                             + :WS-HOST-WARN-DAYS DAYS))
                ORDER BY CMP_FINAL_DUE, CMP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CMPWTCH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-COMPLAINT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-CMP-COUNT IS NOT LESS THAN 2000.

           EXEC SQL
                CLOSE CMPWTCH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-COMPLAINT.
           EXEC SQL
                FETCH CMPWTCH_CSR
                INTO :DCL-CMP-NO, :DCL-CMP-PID, :DCL-CMP-STATUS,
                     :DCL-CMP-ACK-DUE, :DCL-CMP-FINAL-DUE,
                     :DCL-CMP-ESCALATED
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT WS-CMP-COUNT
               MOVE DCL-CMP-NO        TO WS-CMP-NO(WS-CMP-COUNT)
               MOVE DCL-CMP-PID       TO WS-CMP-PID(WS-CMP-COUNT)
               MOVE DCL-CMP-STATUS    TO WS-CMP-STATUS(WS-CMP-COUNT)
               MOVE DCL-CMP-ACK-DUE   TO WS-CMP-ACK-DUE(WS-CMP-COUNT)
               MOVE DCL-CMP-FINAL-DUE TO
                                      WS-CMP-FINAL-DUE(WS-CMP-COUNT)
               MOVE DCL-CMP-ESCALATED TO
                                      WS-CMP-ESCALATED(WS-CMP-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * List the complaint with the deadline it is up against and
      * mark it escalated - a complaint already escalated is listed
      * again every night until it is answered.
      *=================================================================
       P200-ESCALATE.
           ADD 1 TO WS-FLAG-COUNT.

           MOVE WS-CMP-NO(WS-SUB1)        TO WS-RL-NO.
           MOVE WS-CMP-PID(WS-SUB1)       TO WS-RL-PID.
           MOVE WS-CMP-ACK-DUE(WS-SUB1)   TO WS-RL-ACK-DUE.
           MOVE WS-CMP-FINAL-DUE(WS-SUB1) TO WS-RL-FINAL-DUE.

           EVALUATE TRUE
               WHEN WS-CMP-FINAL-DUE(WS-SUB1) < WS-TODAY-DATE
                   MOVE 'FINAL RESPONSE OVERDUE' TO WS-RL-NOTE
               WHEN WS-CMP-ACK-OWED(WS-SUB1) AND
                    WS-CMP-ACK-DUE(WS-SUB1) < WS-TODAY-DATE
                   MOVE 'ACKNOWLEDGEMENT OVERDUE' TO WS-RL-NOTE
               WHEN WS-CMP-ACK-OWED(WS-SUB1) AND
                    WS-CMP-ACK-DUE(WS-SUB1) NOT > WS-NEXT-BDAY
                   MOVE 'ACKNOWLEDGEMENT DUE' TO WS-RL-NOTE
               WHEN OTHER
                   MOVE 'FINAL RESPONSE DUE SOON' TO WS-RL-NOTE
           END-EVALUATE.

           IF WS-CMP-WAS-ESCALATED(WS-SUB1)
               MOVE WS-RPT-LINE TO WTCHRPT-RECORD
               WRITE WTCHRPT-RECORD
           ELSE
               MOVE WS-CMP-NO(WS-SUB1) TO DCL-CMP-NO
               EXEC SQL
                    UPDATE BNKCMPL
                       SET CMP_ESCALATED  = 'Y',
                           CMP_UPDATED_BY = 'BATCH',
                           CMP_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE CMP_NO = :DCL-CMP-NO
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-RPT-LINE TO WTCHRPT-RECORD
               MOVE '*' TO WTCHRPT-RECORD(80:1)
               WRITE WTCHRPT-RECORD
           END-IF.

      *=================================================================
      * One operations alert for the night - the at-risk count
      * travels in the amount field, the job name in from-account,
      * the same shape DQMON02P's queue alert uses.  A queue failure
      * is logged, never allowed to fail the watch.
      *=================================================================
       P300-QUEUE-OPS-ALERT.
           MOVE SPACES        TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE WS-OPS-PID    TO CD20I-PID.
           MOVE WS-OPS-EMAIL  TO CD20I-EMAIL.
           MOVE 'CMPLWTCH'    TO CD20I-FROM-ACC.
           MOVE SPACES        TO CD20I-TO-ACC.
           MOVE WS-FLAG-COUNT TO CD20I-AMOUNT.
           MOVE 'CMPLESC'     TO CD20I-TAG.

           CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG NOT = SPACES
               DISPLAY 'DCMPL02P - ops alert not queued: '
                       WS-ALERT-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DCMPL02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * All or nothing.
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
           MOVE 'CMPLWTCH' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CMPLWTCH' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-NEW-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
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
