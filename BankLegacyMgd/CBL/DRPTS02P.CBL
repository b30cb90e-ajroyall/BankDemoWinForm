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
001300* Program:     DRPTS02P.CBL                                    *
001400* Function:    Report repository retention purge - every        *
001500*              stored report whose run date has passed its      *
001600*              retention class (BNKPARM RPTKEEPS, RPTKEEPM and  *
001700*              RPTKEEPL, in days) has its lines deleted from    *
001800*              BNKRPTL and its BNKRPTH header marked purged.    *
001900*              A report whose job is under an active legal      *
002000*              hold (DLHLD01P type 'R') is never purged while   *
002100*              the hold stands - it is listed as held instead.  *
002200*              The headers stay so the repository shows what    *
002300*              was kept and when it went.                       *
002400*              SQL version - standalone batch step, connects    *
002500*              and disconnects itself.                          *
002600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRPTS02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGERPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGERPT.
       01  PURGERPT-RECORD                       PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-DUE-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-PURGED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-HELD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\PURGERPT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-ACTION-DESC                    PIC X(7).
           05  WS-ID-DSP                         PIC 9(9).
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-SHORT-DSP                      PIC Z(4)9.
           05  WS-MEDIUM-DSP                     PIC Z(4)9.
           05  WS-LONG-DSP                       PIC Z(4)9.
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).

           COPY CPARM01.
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRP
           END-EXEC.

           COPY CBANKSRPX.

      *-----------------------------------------------------------------
      * Days each retention class is kept from its run date - the
      * compiled values stand unless BNKPARM carries the row.
      *-----------------------------------------------------------------
       01  WS-KEEP-SHORT                         PIC S9(5) COMP-3
                                                  VALUE 90.
       01  WS-KEEP-MEDIUM                        PIC S9(5) COMP-3
                                                  VALUE 730.
       01  WS-KEEP-LONG                          PIC S9(5) COMP-3
                                                  VALUE 2555.
       01  WS-HELD                               PIC X(1).

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
               PERFORM P100-RUN-PURGE THRU RUN-PURGE-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DRPTS02P - unable to connect, report purge aborted'
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
      * Every available report past its retention, oldest run first -
      * purged, or listed as held when a legal hold covers its job.
      *=================================================================
       P100-RUN-PURGE.
           PERFORM P110-LOAD-RETENTION.

           OPEN OUTPUT PURGERPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DRPTS02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-PURGE-EXIT
           END-IF.

           PERFORM P120-WRITE-HEADING.

           EXEC SQL
                DECLARE RPP_CSR CURSOR FOR
                SELECT H.RPH_REPORT_ID, H.RPH_JOB, H.RPH_RUN_DATE,
                       H.RPH_REPORT_NAME, H.RPH_RETENTION,
                       CASE WHEN EXISTS
                                 (SELECT 1 FROM BNKLHOLD
                                   WHERE LHD_TYPE   = 'R'
                                     AND LHD_KEY    = H.RPH_JOB
                                     AND LHD_STATUS = 'A')
                            THEN 'Y' ELSE 'N' END
                FROM BNKRPTH H
                WHERE H.RPH_STATUS = 'A'
                  AND ((H.RPH_RETENTION = 'S'
                        AND H.RPH_RUN_DATE <
                            CHAR(CURRENT DATE - :WS-KEEP-SHORT DAYS,
                                 ISO))
                    OR (H.RPH_RETENTION = 'M'
                        AND H.RPH_RUN_DATE <
                            CHAR(CURRENT DATE - :WS-KEEP-MEDIUM DAYS,
                                 ISO))
                    OR (H.RPH_RETENTION NOT IN ('S', 'M')
                        AND H.RPH_RUN_DATE <
                            CHAR(CURRENT DATE - :WS-KEEP-LONG DAYS,
                                 ISO)))
                ORDER BY H.RPH_RUN_TS, H.RPH_REPORT_ID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RPP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-REPORT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE RPP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P500-WRITE-SUMMARY.

           CLOSE PURGERPT.

           DISPLAY 'DRPTS02P - report purge complete, purged: '
                   WS-PURGED-COUNT ' held: ' WS-HELD-COUNT.

       RUN-PURGE-EXIT.
           EXIT.

       P110-LOAD-RETENTION.
           MOVE 'RPTKEEPS' TO PARM01I-NAME.
           MOVE WS-KEEP-SHORT TO PARM01I-VALUE.
           PERFORM P460-GET-PARAMETER.
           MOVE PARM01O-VALUE TO WS-KEEP-SHORT.

           MOVE 'RPTKEEPM' TO PARM01I-NAME.
           MOVE WS-KEEP-MEDIUM TO PARM01I-VALUE.
           PERFORM P460-GET-PARAMETER.
           MOVE PARM01O-VALUE TO WS-KEEP-MEDIUM.

           MOVE 'RPTKEEPL' TO PARM01I-NAME.
           MOVE WS-KEEP-LONG TO PARM01I-VALUE.
           PERFORM P460-GET-PARAMETER.
           MOVE PARM01O-VALUE TO WS-KEEP-LONG.

       P120-WRITE-HEADING.
           MOVE 'REPORT REPOSITORY RETENTION PURGE' TO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

           MOVE WS-KEEP-SHORT  TO WS-SHORT-DSP.
           MOVE WS-KEEP-MEDIUM TO WS-MEDIUM-DSP.
           MOVE WS-KEEP-LONG   TO WS-LONG-DSP.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING 'DAYS KEPT - SHORT ' DELIMITED BY SIZE
                  WS-SHORT-DSP         DELIMITED BY SIZE
                  '  MEDIUM '          DELIMITED BY SIZE
                  WS-MEDIUM-DSP        DELIMITED BY SIZE
                  '  LONG '            DELIMITED BY SIZE
                  WS-LONG-DSP          DELIMITED BY SIZE
             INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

           MOVE
               'ACTION  REPORT ID JOB      RUN DATE   REPORT       KEEP'
             TO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

       P200-FETCH-REPORT.
           EXEC SQL
                FETCH RPP_CSR
                INTO :DCL-RPH-REPORT-ID,
                     :DCL-RPH-JOB,
                     :DCL-RPH-RUN-DATE,
                     :DCL-RPH-REPORT-NAME,
                     :DCL-RPH-RETENTION,
                     :WS-HELD
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-DUE-COUNT
               IF WS-HELD = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD   ' TO WS-ACTION-DESC
               ELSE
                   PERFORM P210-PURGE-REPORT
                   MOVE 'PURGED ' TO WS-ACTION-DESC
               END-IF
               PERFORM P220-REPORT-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The lines go; the header stays, marked purged and when.
      *-----------------------------------------------------------------
       P210-PURGE-REPORT.
           EXEC SQL
                DELETE FROM BNKRPTL
                 WHERE RPN_REPORT_ID = :DCL-RPH-REPORT-ID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKRPTH
                   SET RPH_STATUS    = 'P',
                       RPH_PURGED_TS = CURRENT TIMESTAMP
                 WHERE RPH_REPORT_ID = :DCL-RPH-REPORT-ID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

       P220-REPORT-LINE.
           MOVE DCL-RPH-REPORT-ID TO WS-ID-DSP.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING WS-ACTION-DESC      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ID-DSP           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-RPH-JOB         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-RPH-RUN-DATE    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-RPH-REPORT-NAME DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-RPH-RETENTION   DELIMITED BY SIZE
             INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

       P460-GET-PARAMETER.
           SET PARM01I-GET TO TRUE.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           MOVE 'N' TO PARM01O-FOUND-SW.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

       P500-WRITE-SUMMARY.
           MOVE SPACES TO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

           MOVE WS-PURGED-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING 'SUMMARY - REPORTS PURGED:          '
                      DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

           MOVE WS-HELD-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING 'SUMMARY - DUE BUT UNDER LEGAL HOLD: '
                      DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DRPTS02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the purge as one unit of work, or roll it all back if
      * any part failed - a report is never left half purged.
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
           MOVE 'RPTPURGE' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'RPTPURGE' TO CD37I-JOB.
           MOVE WS-DUE-COUNT TO CD37I-ROWS-READ.
           MOVE WS-PURGED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-HELD-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
