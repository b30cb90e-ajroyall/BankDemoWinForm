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
001300* Program:     DRPTS01P.CBL                                    *
001400* Function:    Batch report repository.  'S' is called by       *
001500*              DBANK37P as a run ends: the report file the job  *
001600*              wrote is read through and kept line by line on   *
001700*              BNKRPTL, sixty lines to the page, under a        *
001800*              BNKRPTH header keyed to the run's BNKRUNLG row,  *
001900*              so tomorrow's run overwriting the file loses     *
002000*              nothing.  'L' lists the stored reports by job    *
002100*              and run date for the Report Repository screen;   *
002200*              'V' returns one page; 'X' exports a report to a  *
002300*              file and 'P' writes a reprint copy, every page   *
002400*              bannered as a reprint.  A user only ever sees a  *
002500*              report their BCS_ROLE clears them for - general  *
002600*              to anyone, confidential to supervisors, admins,  *
002700*              compliance and security, restricted to the last  *
002800*              two only - and every view, export and reprint is *
002900*              audited to BNKMADT through DBANK74P.  A report   *
003000*              whose job is under a legal hold shows as held.   *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRPTS01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RPTOUT ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTIN.
       01  RPTIN-RECORD                         PIC X(200).

       FD  RPTOUT.
       01  RPTOUT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-POS                            PIC S9(4) COMP.
           05  WS-IN-FILENAME                    PIC X(75).
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-OUT-FILENAME                   PIC X(75).
           05  WS-OUT-STATUS                     PIC X(2).
               88  WS-OUT-OK                     VALUE "00".
           05  WS-COPY-SUFFIX                    PIC X(4).
           05  WS-EOF-SW                         PIC X(1).
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-ID-DSP                         PIC 9(9).
           05  WS-PAGE-DSP                       PIC ZZZZ9.
           05  WS-PAGES-DSP                      PIC ZZZZ9.
           05  WS-LAST-PAGE                      PIC S9(5) COMP-3.
      *-----------------------------------------------------------------
      * Sixty lines to a page, as the line printers ran.
      *-----------------------------------------------------------------
           05  WS-PAGE-LINES                     PIC S9(4) COMP
                                                  VALUE 60.
      *-----------------------------------------------------------------
      * Clearance - the user's BCS_ROLE as a level (1 general,
      * 2 confidential, 3 restricted) against the report's.
      *-----------------------------------------------------------------
           05  WS-CLEAR-LEVEL                    PIC 9(1).
           05  WS-SENS-LEVEL                     PIC 9(1).
           05  WS-FILE-NAME-CHARS                PIC X(75).
           05  WS-FILE-NAME-CHAR REDEFINES WS-FILE-NAME-CHARS
                                                 PIC X(1)
                                                  OCCURS 75 TIMES.

           COPY CPARM01.
           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRN
           END-EXEC.

           COPY CBANKSRPX.
           COPY CBANKSRNX.

       01  WS-USER-PID                           PIC X(5).
       01  WS-USER-ROLE                          PIC X(1).
       01  WS-DUP-COUNT                          PIC S9(4) COMP.
       01  WS-JOB-FILTER                         PIC X(8).
       01  WS-FROM-DATE                          PIC X(10).
       01  WS-TO-DATE                            PIC X(10).
       01  WS-SEE-1                              PIC X(1).
       01  WS-SEE-2                              PIC X(1).
       01  WS-SEE-3                              PIC X(1).
       01  WS-HELD                               PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CRPTS01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference RPTS01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO RPTS01O-JOB RPTS01O-RUN-TS
                          RPTS01O-REPORT-NAME RPTS01O-FILENAME.
           MOVE ZERO   TO RPTS01O-REPORT-ID RPTS01O-PAGE-COUNT
                          RPTS01O-LINE-COUNT RPTS01O-REPORT-COUNT
                          RPTS01O-PAGE RPTS01O-PAGE-LINES.

           EVALUATE TRUE
               WHEN RPTS01I-STORE
                   PERFORM P100-STORE-REPORT THRU
                           STORE-REPORT-EXIT
               WHEN RPTS01I-LIST
                   PERFORM P200-LIST-REPORTS THRU
                           LIST-REPORTS-EXIT
               WHEN RPTS01I-VIEW
                   PERFORM P300-VIEW-PAGE THRU
                           VIEW-PAGE-EXIT
               WHEN RPTS01I-EXPORT
                   PERFORM P400-WRITE-COPY THRU
                           WRITE-COPY-EXIT
               WHEN RPTS01I-REPRINT
                   PERFORM P400-WRITE-COPY THRU
                           WRITE-COPY-EXIT
               WHEN OTHER
                   MOVE 'Invalid report repository function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Store - the report the run wrote, read through from its file
      * and kept a line at a time.  The lines and the header ride the
      * caller's unit of work (DBANK37P commits them with the run's
      * end row).  A report already stored for the run is left alone.
      *=================================================================
       P100-STORE-REPORT.
           IF RPTS01I-JOB = SPACES OR RPTS01I-RUN-TS = SPACES
              OR RPTS01I-FILENAME = SPACES
               MOVE 'Job, run and report file are all needed'
                 TO BANK-ERRMSG
               GO TO STORE-REPORT-EXIT
           END-IF.

           MOVE RPTS01I-JOB    TO DCL-RPH-JOB.
           MOVE RPTS01I-RUN-TS TO DCL-RPH-RUN-TS.
           MOVE RPTS01I-FILENAME TO DCL-RPH-FILENAME.
           PERFORM P150-NAME-FROM-PATH.
           MOVE ZERO TO WS-DUP-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                  FROM BNKRPTH
                 WHERE RPH_JOB         = :DCL-RPH-JOB
                   AND RPH_RUN_TS      = :DCL-RPH-RUN-TS
                   AND RPH_REPORT_NAME = :DCL-RPH-REPORT-NAME
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO STORE-REPORT-EXIT
           END-IF.

           IF WS-DUP-COUNT IS GREATER THAN ZERO
               MOVE 'Report already stored for this run' TO GOOD-ERRMSG
               GO TO STORE-REPORT-EXIT
           END-IF.

           PERFORM P110-SET-CLASS.

           MOVE RPTS01I-FILENAME TO WS-IN-FILENAME.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RPTIN.

           IF NOT WS-IN-OK
               STRING 'Report file cannot be opened - status: '
                        DELIMITED BY SIZE
                      WS-IN-STATUS DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO STORE-REPORT-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(RPH_REPORT_ID), 0) + 1
                  INTO :DCL-RPH-REPORT-ID
                  FROM BNKRPTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-RPH-REPORT-ID TO DCL-RPN-REPORT-ID.
           MOVE ZERO TO DCL-RPN-LINE-NO.

           PERFORM P120-READ-LINE.

           PERFORM P130-STORE-LINE
               UNTIL WS-AT-EOF OR BANK-ERRMSG NOT = SPACES.

           CLOSE RPTIN.

      *    No half-stored report - lines kept before a failure go.
           IF BANK-ERRMSG NOT = SPACES
               EXEC SQL
                    DELETE FROM BNKRPTL
                     WHERE RPN_REPORT_ID = :DCL-RPN-REPORT-ID
               END-EXEC
               GO TO STORE-REPORT-EXIT
           END-IF.

           MOVE DCL-RPN-LINE-NO TO DCL-RPH-LINE-COUNT.
           COMPUTE DCL-RPH-PAGE-COUNT =
               (DCL-RPN-LINE-NO + WS-PAGE-LINES - 1) / WS-PAGE-LINES.
           MOVE RPTS01I-RUN-TS(1:10) TO DCL-RPH-RUN-DATE.

           EXEC SQL
                INSERT INTO BNKRPTH (
                  RPH_REPORT_ID,
                  RPH_JOB,
                  RPH_RUN_TS,
                  RPH_RUN_DATE,
                  RPH_REPORT_NAME,
                  RPH_FILENAME,
                  RPH_PAGE_COUNT,
                  RPH_LINE_COUNT,
                  RPH_SENSITIVITY,
                  RPH_RETENTION,
                  RPH_STATUS,
                  RPH_STORED_TS,
                  RPH_PURGED_TS
                ) VALUES (
                  :DCL-RPH-REPORT-ID,
                  :DCL-RPH-JOB,
                  :DCL-RPH-RUN-TS,
                  :DCL-RPH-RUN-DATE,
                  :DCL-RPH-REPORT-NAME,
                  :DCL-RPH-FILENAME,
                  :DCL-RPH-PAGE-COUNT,
                  :DCL-RPH-LINE-COUNT,
                  :DCL-RPH-SENSITIVITY,
                  :DCL-RPH-RETENTION,
                  'A',
                  CURRENT TIMESTAMP,
                  NULL)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-RPH-REPORT-ID   TO RPTS01O-REPORT-ID
               MOVE DCL-RPH-REPORT-NAME TO RPTS01O-REPORT-NAME
               MOVE DCL-RPH-PAGE-COUNT  TO RPTS01O-PAGE-COUNT
               MOVE DCL-RPH-LINE-COUNT  TO RPTS01O-LINE-COUNT
               MOVE 'Report stored in the repository' TO GOOD-ERRMSG
           END-IF.

       STORE-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The class the job gave the report - confidential and medium
      * retention when it gave none.  Operations can reclassify a
      * job's reports with BNKPARM RPTS<job>: 1 general,
      * 2 confidential, 3 restricted.
      *-----------------------------------------------------------------
       P110-SET-CLASS.
           MOVE RPTS01I-SENSITIVITY TO DCL-RPH-SENSITIVITY.
           MOVE RPTS01I-RETENTION   TO DCL-RPH-RETENTION.

           IF NOT DCL-RPH-GENERAL AND NOT DCL-RPH-CONFIDENTIAL
              AND NOT DCL-RPH-RESTRICTED
               SET DCL-RPH-CONFIDENTIAL TO TRUE
           END-IF.

           IF NOT DCL-RPH-KEEP-SHORT AND NOT DCL-RPH-KEEP-MEDIUM
              AND NOT DCL-RPH-KEEP-LONG
               SET DCL-RPH-KEEP-MEDIUM TO TRUE
           END-IF.

           MOVE SPACES TO PARM01I-NAME.
           STRING 'RPTS'      DELIMITED BY SIZE
                  RPTS01I-JOB DELIMITED BY SPACE
             INTO PARM01I-NAME.
           MOVE ZERO TO PARM01I-VALUE.
           SET PARM01I-GET TO TRUE.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           MOVE 'N' TO PARM01O-FOUND-SW.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               EVALUATE PARM01O-VALUE
                   WHEN 1
                       SET DCL-RPH-GENERAL      TO TRUE
                   WHEN 2
                       SET DCL-RPH-CONFIDENTIAL TO TRUE
                   WHEN 3
                       SET DCL-RPH-RESTRICTED   TO TRUE
               END-EVALUATE
           END-IF.

       P120-READ-LINE.
           READ RPTIN
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

       P130-STORE-LINE.
           ADD 1 TO DCL-RPN-LINE-NO.
           COMPUTE DCL-RPN-PAGE-NO =
               (DCL-RPN-LINE-NO - 1) / WS-PAGE-LINES + 1.
           MOVE RPTIN-RECORD TO DCL-RPN-TEXT.

           EXEC SQL
                INSERT INTO BNKRPTL (
                  RPN_REPORT_ID,
                  RPN_LINE_NO,
                  RPN_PAGE_NO,
                  RPN_TEXT
                ) VALUES (
                  :DCL-RPN-REPORT-ID,
                  :DCL-RPN-LINE-NO,
                  :DCL-RPN-PAGE-NO,
                  :DCL-RPN-TEXT)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-READ-LINE.

      *    The report is known by its file name without the path.
       P150-NAME-FROM-PATH.
           MOVE RPTS01I-FILENAME TO WS-FILE-NAME-CHARS.

           PERFORM P155-BACK-ONE-CHAR
               VARYING WS-POS FROM 75 BY -1
               UNTIL WS-POS < 1
                  OR WS-FILE-NAME-CHAR(WS-POS) = '\'.

           IF WS-POS < 1 OR WS-POS > 74
               MOVE RPTS01I-FILENAME TO DCL-RPH-REPORT-NAME
           ELSE
               MOVE WS-FILE-NAME-CHARS(WS-POS + 1:)
                 TO DCL-RPH-REPORT-NAME
           END-IF.

       P155-BACK-ONE-CHAR.
           CONTINUE.

      *=================================================================
      * List - the reports the user is cleared for, newest run first,
      * narrowed by job and run-date range when they are keyed.
      *=================================================================
       P200-LIST-REPORTS.
           PERFORM P500-CHECK-CLEARANCE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-REPORTS-EXIT
           END-IF.

           MOVE RPTS01I-JOB       TO WS-JOB-FILTER.
           MOVE RPTS01I-FROM-DATE TO WS-FROM-DATE.
           MOVE RPTS01I-TO-DATE   TO WS-TO-DATE.

           IF WS-FROM-DATE = SPACES
               MOVE '0001-01-01' TO WS-FROM-DATE
           END-IF.

           IF WS-TO-DATE = SPACES
               MOVE '9999-12-31' TO WS-TO-DATE
           END-IF.

           EXEC SQL
                DECLARE RPL_CSR CURSOR FOR
                SELECT H.RPH_REPORT_ID, H.RPH_JOB, H.RPH_RUN_TS,
                       H.RPH_RUN_DATE, H.RPH_REPORT_NAME,
                       H.RPH_PAGE_COUNT, H.RPH_SENSITIVITY,
                       H.RPH_RETENTION,
                       CASE WHEN EXISTS
                                 (SELECT 1 FROM BNKLHOLD
                                   WHERE LHD_TYPE   = 'R'
                                     AND LHD_KEY    = H.RPH_JOB
                                     AND LHD_STATUS = 'A')
                            THEN 'Y' ELSE 'N' END
                FROM BNKRPTH H
                WHERE H.RPH_STATUS = 'A'
                  AND (H.RPH_JOB = :WS-JOB-FILTER
                       OR :WS-JOB-FILTER = ' ')
                  AND H.RPH_RUN_DATE BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                  AND H.RPH_SENSITIVITY IN (:WS-SEE-1, :WS-SEE-2,
                                            :WS-SEE-3)
                ORDER BY H.RPH_RUN_TS DESC, H.RPH_REPORT_ID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RPL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-REPORT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RPTS01O-REPORT-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE RPL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Stored reports listed' TO GOOD-ERRMSG
           END-IF.

       LIST-REPORTS-EXIT.
           EXIT.

       P210-FETCH-REPORT.
           EXEC SQL
                FETCH RPL_CSR
                INTO :DCL-RPH-REPORT-ID,
                     :DCL-RPH-JOB,
                     :DCL-RPH-RUN-TS,
                     :DCL-RPH-RUN-DATE,
                     :DCL-RPH-REPORT-NAME,
                     :DCL-RPH-PAGE-COUNT,
                     :DCL-RPH-SENSITIVITY,
                     :DCL-RPH-RETENTION,
                     :WS-HELD
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO RPTS01O-REPORT-COUNT
               MOVE RPTS01O-REPORT-COUNT TO WS-SUB
               MOVE DCL-RPH-REPORT-ID
                 TO RPTS01O-L-REPORT-ID(WS-SUB)
               MOVE DCL-RPH-JOB
                 TO RPTS01O-L-JOB(WS-SUB)
               MOVE DCL-RPH-RUN-TS
                 TO RPTS01O-L-RUN-TS(WS-SUB)
               MOVE DCL-RPH-RUN-DATE
                 TO RPTS01O-L-RUN-DATE(WS-SUB)
               MOVE DCL-RPH-REPORT-NAME
                 TO RPTS01O-L-NAME(WS-SUB)
               MOVE DCL-RPH-PAGE-COUNT
                 TO RPTS01O-L-PAGES(WS-SUB)
               MOVE DCL-RPH-SENSITIVITY
                 TO RPTS01O-L-SENSITIVITY(WS-SUB)
               MOVE DCL-RPH-RETENTION
                 TO RPTS01O-L-RETENTION(WS-SUB)
               MOVE WS-HELD
                 TO RPTS01O-L-HELD(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * View - one page of one report, audited before it is handed
      * back.  A page past either end gives the first or last page.
      *=================================================================
       P300-VIEW-PAGE.
           PERFORM P500-CHECK-CLEARANCE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VIEW-PAGE-EXIT
           END-IF.

           PERFORM P510-READ-HEADER THRU READ-HEADER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VIEW-PAGE-EXIT
           END-IF.

           MOVE RPTS01I-PAGE TO DCL-RPN-PAGE-NO.

           IF DCL-RPN-PAGE-NO < 1
               MOVE 1 TO DCL-RPN-PAGE-NO
           END-IF.

           IF DCL-RPN-PAGE-NO > DCL-RPH-PAGE-COUNT
              AND DCL-RPH-PAGE-COUNT > ZERO
               MOVE DCL-RPH-PAGE-COUNT TO DCL-RPN-PAGE-NO
           END-IF.

           MOVE DCL-RPH-REPORT-ID TO DCL-RPN-REPORT-ID.
           MOVE DCL-RPN-PAGE-NO   TO RPTS01O-PAGE.

           MOVE SPACES TO CD74-DATA.
           MOVE 'V'    TO CD74I-ACTION.
           MOVE DCL-RPN-PAGE-NO    TO WS-PAGE-DSP.
           MOVE DCL-RPH-PAGE-COUNT TO WS-PAGES-DSP.
           STRING 'VIEWED '           DELIMITED BY SIZE
                  DCL-RPH-JOB         DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  DCL-RPH-REPORT-NAME DELIMITED BY SPACE
                  ' PAGE '            DELIMITED BY SIZE
                  WS-PAGE-DSP         DELIMITED BY SIZE
                  ' OF '              DELIMITED BY SIZE
                  WS-PAGES-DSP        DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO VIEW-PAGE-EXIT
           END-IF.

           EXEC SQL
                DECLARE RPV_CSR CURSOR FOR
                SELECT RPN_TEXT
                FROM BNKRPTL
                WHERE RPN_REPORT_ID = :DCL-RPN-REPORT-ID
                  AND RPN_PAGE_NO   = :DCL-RPN-PAGE-NO
                ORDER BY RPN_LINE_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RPV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-LINE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RPTS01O-PAGE-LINES IS NOT LESS THAN WS-PAGE-LINES.

           EXEC SQL
                CLOSE RPV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               STRING 'Page '      DELIMITED BY SIZE
                      WS-PAGE-DSP  DELIMITED BY SIZE
                      ' of '       DELIMITED BY SIZE
                      WS-PAGES-DSP DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           ELSE
               MOVE ZERO TO RPTS01O-PAGE-LINES
           END-IF.

       VIEW-PAGE-EXIT.
           EXIT.

       P310-FETCH-LINE.
           EXEC SQL
                FETCH RPV_CSR
                INTO :DCL-RPN-TEXT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO RPTS01O-PAGE-LINES
               MOVE DCL-RPN-TEXT TO RPTS01O-LINE(RPTS01O-PAGE-LINES)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Export and reprint - the whole report written back out to a
      * file.  An export is the report exactly as the job wrote it,
      * to the file named (C:\BANK\DATA\<job>-<report id>.TXT by
      * default); a reprint goes to <job>-<report id>.PRT with every
      * page headed as a reprint, who asked for it and when, so it
      * can never pass for the original.
      *=================================================================
       P400-WRITE-COPY.
           PERFORM P500-CHECK-CLEARANCE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO WRITE-COPY-EXIT
           END-IF.

           PERFORM P510-READ-HEADER THRU READ-HEADER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO WRITE-COPY-EXIT
           END-IF.

           MOVE DCL-RPH-REPORT-ID TO WS-ID-DSP.
           MOVE SPACES TO WS-OUT-FILENAME.

           IF RPTS01I-EXPORT AND RPTS01I-FILENAME NOT = SPACES
               MOVE RPTS01I-FILENAME TO WS-OUT-FILENAME
           ELSE
               IF RPTS01I-EXPORT
                   MOVE '.TXT' TO WS-COPY-SUFFIX
               ELSE
                   MOVE '.PRT' TO WS-COPY-SUFFIX
               END-IF
               STRING 'C:\BANK\DATA\' DELIMITED BY SIZE
                      DCL-RPH-JOB     DELIMITED BY SPACE
                      '-'             DELIMITED BY SIZE
                      WS-ID-DSP       DELIMITED BY SIZE
                      WS-COPY-SUFFIX  DELIMITED BY SIZE
                 INTO WS-OUT-FILENAME
           END-IF.

           OPEN OUTPUT RPTOUT.

           IF NOT WS-OUT-OK
               STRING 'Copy file cannot be opened - status: '
                        DELIMITED BY SIZE
                      WS-OUT-STATUS DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO WRITE-COPY-EXIT
           END-IF.

           MOVE DCL-RPH-REPORT-ID TO DCL-RPN-REPORT-ID.
           MOVE ZERO TO WS-LAST-PAGE.

           EXEC SQL
                DECLARE RPX_CSR CURSOR FOR
                SELECT RPN_PAGE_NO, RPN_TEXT
                FROM BNKRPTL
                WHERE RPN_REPORT_ID = :DCL-RPN-REPORT-ID
                ORDER BY RPN_LINE_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RPX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P410-FETCH-COPY-LINE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE RPX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           CLOSE RPTOUT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO WRITE-COPY-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           MOVE WS-OUT-FILENAME TO CD74I-AFTER.
           IF RPTS01I-EXPORT
               MOVE 'X' TO CD74I-ACTION
               MOVE 'EXPORTED' TO CD74I-BEFORE
           ELSE
               MOVE 'P' TO CD74I-ACTION
               MOVE 'REPRINTED' TO CD74I-BEFORE
           END-IF.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE WS-OUT-FILENAME TO RPTS01O-FILENAME
               IF RPTS01I-EXPORT
                   MOVE 'Report exported' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Reprint copy written' TO GOOD-ERRMSG
               END-IF
           END-IF.

       WRITE-COPY-EXIT.
           EXIT.

       P410-FETCH-COPY-LINE.
           EXEC SQL
                FETCH RPX_CSR
                INTO :DCL-RPN-PAGE-NO,
                     :DCL-RPN-TEXT
           END-EXEC.

           IF SQLCODE = ZERO
               IF RPTS01I-REPRINT
                  AND DCL-RPN-PAGE-NO NOT = WS-LAST-PAGE
                   PERFORM P420-WRITE-REPRINT-BANNER
               END-IF
               MOVE DCL-RPN-TEXT TO RPTOUT-RECORD
               WRITE RPTOUT-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P420-WRITE-REPRINT-BANNER.
           IF WS-LAST-PAGE > ZERO
               MOVE SPACES TO RPTOUT-RECORD
               WRITE RPTOUT-RECORD
           END-IF.

           MOVE DCL-RPN-PAGE-NO    TO WS-LAST-PAGE WS-PAGE-DSP.
           MOVE DCL-RPH-PAGE-COUNT TO WS-PAGES-DSP.
           MOVE SPACES TO RPTOUT-RECORD.
           STRING '*** REPRINT - '  DELIMITED BY SIZE
                  DCL-RPH-JOB       DELIMITED BY SPACE
                  ' RUN '           DELIMITED BY SIZE
                  DCL-RPH-RUN-TS    DELIMITED BY SIZE
                  ' PAGE '          DELIMITED BY SIZE
                  WS-PAGE-DSP       DELIMITED BY SIZE
                  ' OF '            DELIMITED BY SIZE
                  WS-PAGES-DSP      DELIMITED BY SIZE
                  ' - REQUESTED BY ' DELIMITED BY SIZE
                  RPTS01I-USERID    DELIMITED BY SIZE
                  ' ***'            DELIMITED BY SIZE
             INTO RPTOUT-RECORD.
           WRITE RPTOUT-RECORD.

      *=================================================================
      * Clearance - the user's BCS_ROLE sets which sensitivities they
      * may see: compliance and security everything, supervisors and
      * admins general and confidential, anyone else general only.
      *=================================================================
       P500-CHECK-CLEARANCE.
           MOVE RPTS01I-USERID TO WS-USER-PID.
           MOVE SPACE          TO WS-USER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-USER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-USER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'User is not on file' TO BANK-ERRMSG
           END-IF.

           EVALUATE WS-USER-ROLE
               WHEN 'C'
               WHEN 'X'
                   MOVE 3 TO WS-CLEAR-LEVEL
               WHEN 'S'
               WHEN 'A'
                   MOVE 2 TO WS-CLEAR-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-CLEAR-LEVEL
           END-EVALUATE.

           MOVE 'G' TO WS-SEE-1 WS-SEE-2 WS-SEE-3.

           IF WS-CLEAR-LEVEL > 1
               MOVE 'C' TO WS-SEE-2
           END-IF.

           IF WS-CLEAR-LEVEL > 2
               MOVE 'R' TO WS-SEE-3
           END-IF.

      *    The report asked for - still available, and cleared for.
       P510-READ-HEADER.
           MOVE RPTS01I-REPORT-ID TO DCL-RPH-REPORT-ID.

           EXEC SQL
                SELECT RPH_JOB, RPH_RUN_TS, RPH_REPORT_NAME,
                       RPH_PAGE_COUNT, RPH_LINE_COUNT,
                       RPH_SENSITIVITY
                  INTO :DCL-RPH-JOB,
                       :DCL-RPH-RUN-TS,
                       :DCL-RPH-REPORT-NAME,
                       :DCL-RPH-PAGE-COUNT,
                       :DCL-RPH-LINE-COUNT,
                       :DCL-RPH-SENSITIVITY
                  FROM BNKRPTH
                 WHERE RPH_REPORT_ID = :DCL-RPH-REPORT-ID
                   AND RPH_STATUS    = 'A'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Report not found or already purged' TO BANK-ERRMSG
               GO TO READ-HEADER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-HEADER-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DCL-RPH-RESTRICTED
                   MOVE 3 TO WS-SENS-LEVEL
               WHEN DCL-RPH-CONFIDENTIAL
                   MOVE 2 TO WS-SENS-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-SENS-LEVEL
           END-EVALUATE.

           IF WS-SENS-LEVEL > WS-CLEAR-LEVEL
               MOVE 'You are not cleared for this report' TO BANK-ERRMSG
               GO TO READ-HEADER-EXIT
           END-IF.

           MOVE DCL-RPH-REPORT-ID   TO RPTS01O-REPORT-ID.
           MOVE DCL-RPH-JOB         TO RPTS01O-JOB.
           MOVE DCL-RPH-RUN-TS      TO RPTS01O-RUN-TS.
           MOVE DCL-RPH-REPORT-NAME TO RPTS01O-REPORT-NAME.
           MOVE DCL-RPH-PAGE-COUNT  TO RPTS01O-PAGE-COUNT.
           MOVE DCL-RPH-LINE-COUNT  TO RPTS01O-LINE-COUNT.

       READ-HEADER-EXIT.
           EXIT.

      *=================================================================
      * The maintenance audit row - who saw or copied which report.
      * A report that cannot be audited is not shown.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE RPTS01I-USERID TO CD74I-USERID.
           MOVE 'DRPTS01P'     TO CD74I-PROGRAM.
           MOVE 'BNKRPTH'      TO CD74I-TABLE.
           MOVE DCL-RPH-REPORT-ID TO WS-ID-DSP.
           MOVE SPACES         TO CD74I-KEY.
           STRING 'REPORT '    DELIMITED BY SIZE
                  WS-ID-DSP    DELIMITED BY SIZE
             INTO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              AND BANK-ERRMSG = SPACES
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Report repository failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
