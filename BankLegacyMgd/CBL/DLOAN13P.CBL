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
001300* Program:     DLOAN13P.CBL                                    *
001400* Function:    Month-end loan application MIS for the fair-     *
001500*              lending review - the BNKLNAPP register for the   *
001600*              month the run falls in:                          *
001700*                - the pipeline per product and branch: the     *
001800*                  applications taken in the month and where    *
001900*                  each stands now - approved (funded shown     *
002000*                  within it), declined, withdrawn, still open  *
002100*                  - and the approval rate, approved over       *
002200*                  approved plus declined;                      *
002300*                - the month's declines per reason, product and *
002400*                  branch, with the principal turned down and   *
002500*                  the average debt-service ratio;              *
002600*                - the timeliness of the month's adverse-action *
002700*                  notices: sent inside LAP_NOTICE_DUE, sent    *
002800*                  late, and not yet sent (in time or overdue). *
002900*              Printed on LNAPPMIS.RPT, confidential.  Read-    *
003000*              only; runs in the month-end leg and logs through *
003100*              DBANK37P.                                        *
003200*              SQL version - standalone batch step, connects    *
003300*              and disconnects itself.                          *
003400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLOAN13P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNAPPRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LNAPPRPT.
       01  LNAPPRPT-RECORD                       PIC X(132).

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
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\LNAPPMIS.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RPT-MONTH                      PIC X(7).
           05  WS-WORK-TOTAL-MONTHS              PIC S9(7) COMP-3.
           05  WS-WORK-YYYY                      PIC 9(4).
           05  WS-WORK-MM                        PIC 9(2).
           05  WS-WORK-MONTH                     PIC X(7).
           05  WS-RATE-BASE                      PIC S9(9) COMP-3.
           05  WS-RATE-PCT                       PIC S9(3)V9 COMP-3.

      *-----------------------------------------------------------------
      * Grand totals for the pipeline section.
      *-----------------------------------------------------------------
       01  WS-TOTALS.
           05  WS-T-RECEIVED                     PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-APPROVED                     PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-FUNDED                       PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-DECLINED                     PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-WITHDRAWN                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-OPEN                         PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-T-PRINCIPAL                    PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-T-DECLINE-LINES                PIC S9(7) COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-PIPE-LINE.
           05  RPT-P-PRODUCT                     PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-P-BRANCH                      PIC X(5).
           05  FILLER                            PIC X(1).
           05  RPT-P-RECEIVED                    PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-P-APPROVED                    PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-P-FUNDED                      PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-P-DECLINED                    PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-P-WITHDRAWN                   PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-P-OPEN                        PIC Z(6)9.
           05  FILLER                            PIC X(3).
           05  RPT-P-RATE                        PIC ZZ9.9.
           05  RPT-P-PCT                         PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPT-P-PRINCIPAL                   PIC Z(10)9.99.

       01  WS-DECL-LINE.
           05  RPT-D-REASON                      PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-D-PRODUCT                     PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-D-BRANCH                      PIC X(5).
           05  FILLER                            PIC X(1).
           05  RPT-D-COUNT                       PIC Z(6)9.
           05  FILLER                            PIC X(3).
           05  RPT-D-PRINCIPAL                   PIC Z(10)9.99.
           05  FILLER                            PIC X(4).
           05  RPT-D-DSR                         PIC ZZ9.99.
           05  RPT-D-PCT                         PIC X(1).

       01  WS-NOTE-LINE.
           05  RPT-N-LABEL                       PIC X(40).
           05  RPT-N-COUNT                       PIC Z(6)9.
           05  FILLER                            PIC X(85) VALUE SPACES.

       01  WS-PIPE-HDR1.
           05  FILLER                            PIC X(40) VALUE
               'PROD.  BRANCH RECEIVED APPROVED   FUNDED'.
           05  FILLER                            PIC X(40) VALUE
               ' DECLINED WITHDRWN     OPEN  APPROVAL'.
           05  FILLER                            PIC X(52) VALUE
               '     PRINCIPAL'.
       01  WS-DECL-HDR1.
           05  FILLER                            PIC X(40) VALUE
               'REAS.  PROD.  BRANCH   COUNT     PRINCIP'.
           05  FILLER                            PIC X(92) VALUE
               'AL DECLINED   AVG DSR'.
       01  WS-REASON-KEY.
           05  FILLER                            PIC X(40) VALUE
               '   DS DEBT SERVICE  CO COLLATERAL  BR BU'.
           05  FILLER                            PIC X(40) VALUE
               'REAU  IN INCOME  ID IDENTITY  EM EMPLOYM'.
           05  FILLER                            PIC X(52) VALUE
               'ENT  EX EXPOSURE  IC INCOMPLETE  OT OTHER'.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLR
           END-EXEC.

           COPY CBANKSLRX.

       01  WS-MONTH-FROM                         PIC X(10).
       01  WS-NEXT-FROM                          PIC X(10).
       01  WS-RUN-DATE                           PIC X(10).
       01  WS-CNT-RECEIVED                       PIC S9(9) COMP-5.
       01  WS-CNT-APPROVED                       PIC S9(9) COMP-5.
       01  WS-CNT-FUNDED                         PIC S9(9) COMP-5.
       01  WS-CNT-DECLINED                       PIC S9(9) COMP-5.
       01  WS-CNT-WITHDRAWN                      PIC S9(9) COMP-5.
       01  WS-CNT-OPEN                           PIC S9(9) COMP-5.
       01  WS-SUM-PRINCIPAL                      PIC S9(11)V99 COMP-3.
       01  WS-AVG-DSR                            PIC S9(3)V99 COMP-3.
       01  WS-CNT-ON-TIME                        PIC S9(9) COMP-5.
       01  WS-CNT-LATE                           PIC S9(9) COMP-5.
       01  WS-CNT-PENDING                        PIC S9(9) COMP-5.
       01  WS-CNT-OVERDUE                        PIC S9(9) COMP-5.

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
               PERFORM P100-RUN-MIS THRU P100-EXIT
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DLOAN13P - unable to connect, application MIS aborted'
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
      * The three sections in turn.
      *=================================================================
       P100-RUN-MIS.
           OPEN OUTPUT LNAPPRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DLOAN13P - cannot open report, status: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO P100-EXIT
           END-IF.

           PERFORM P110-BUILD-DATES.

           MOVE SPACES TO LNAPPRPT-RECORD.
           STRING 'LOAN APPLICATION PIPELINE AND FAIR-LENDING MIS '
                    DELIMITED BY SIZE
                  WS-RPT-MONTH DELIMITED BY SIZE
                  '   *** CONFIDENTIAL ***' DELIMITED BY SIZE
             INTO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.

           PERFORM P200-PIPELINE.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-DECLINES
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-NOTICES
           END-IF.

           CLOSE LNAPPRPT.

           DISPLAY 'DLOAN13P - application MIS complete for '
                   WS-RPT-MONTH ', received: ' WS-T-RECEIVED
                   ' declined: ' WS-T-DECLINED.

       P100-EXIT.
           EXIT.

      *    The month is the one the run falls in - the leg runs on
      *    its last calendar day.  Its end is the first of the next
      *    month, exclusive.
       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE WS-RUN-DATE(1:7) TO WS-RPT-MONTH.
           MOVE SPACES TO WS-MONTH-FROM.
           STRING WS-RPT-MONTH DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
             INTO WS-MONTH-FROM.

           COMPUTE WS-WORK-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM + 1.
           COMPUTE WS-WORK-YYYY =
               (WS-WORK-TOTAL-MONTHS - 1) / 12.
           COMPUTE WS-WORK-MM =
               WS-WORK-TOTAL-MONTHS - (WS-WORK-YYYY * 12).
           MOVE SPACES TO WS-WORK-MONTH.
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-WORK-MM   DELIMITED BY SIZE
             INTO WS-WORK-MONTH.
           MOVE SPACES TO WS-NEXT-FROM.
           STRING WS-WORK-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-NEXT-FROM.

      *=================================================================
      * Section 1 - the applications taken in the month, per product
      * and branch, by where each stands now.
      *=================================================================
       P200-PIPELINE.
           MOVE SPACES TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           MOVE '1. PIPELINE - APPLICATIONS TAKEN IN THE MONTH'
             TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD FROM WS-PIPE-HDR1.

           EXEC SQL
                DECLARE LAPM_CSR CURSOR FOR
                SELECT LAP_PRODUCT, LAP_BRANCH, COUNT(*),
                       SUM(CASE WHEN LAP_STATUS IN ('P', 'F')
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN LAP_STATUS = 'F'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN LAP_STATUS = 'D'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN LAP_STATUS = 'W'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN LAP_STATUS IN ('A', 'R')
                                THEN 1 ELSE 0 END),
                       SUM(LAP_PRINCIPAL)
                FROM BNKLNAPP
                WHERE LAP_APPLIED_DATE >= :WS-MONTH-FROM
                  AND LAP_APPLIED_DATE <  :WS-NEXT-FROM
                GROUP BY LAP_PRODUCT, LAP_BRANCH
                ORDER BY LAP_PRODUCT, LAP_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-PIPELINE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE LAPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES           TO DCL-LAP-PRODUCT DCL-LAP-BRANCH.
           MOVE WS-T-RECEIVED    TO WS-CNT-RECEIVED.
           MOVE WS-T-APPROVED    TO WS-CNT-APPROVED.
           MOVE WS-T-FUNDED      TO WS-CNT-FUNDED.
           MOVE WS-T-DECLINED    TO WS-CNT-DECLINED.
           MOVE WS-T-WITHDRAWN   TO WS-CNT-WITHDRAWN.
           MOVE WS-T-OPEN        TO WS-CNT-OPEN.
           MOVE WS-T-PRINCIPAL   TO WS-SUM-PRINCIPAL.
           MOVE SPACES TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           PERFORM P220-WRITE-PIPELINE.
           MOVE 'TOTAL' TO RPT-P-PRODUCT.
           WRITE LNAPPRPT-RECORD FROM WS-PIPE-LINE.

       P210-FETCH-PIPELINE.
           EXEC SQL
                FETCH LAPM_CSR
                INTO :DCL-LAP-PRODUCT, :DCL-LAP-BRANCH,
                     :WS-CNT-RECEIVED, :WS-CNT-APPROVED,
                     :WS-CNT-FUNDED, :WS-CNT-DECLINED,
                     :WS-CNT-WITHDRAWN, :WS-CNT-OPEN,
                     :WS-SUM-PRINCIPAL
           END-EXEC.

           IF SQLCODE = ZERO
               ADD WS-CNT-RECEIVED  TO WS-T-RECEIVED
               ADD WS-CNT-APPROVED  TO WS-T-APPROVED
               ADD WS-CNT-FUNDED    TO WS-T-FUNDED
               ADD WS-CNT-DECLINED  TO WS-T-DECLINED
               ADD WS-CNT-WITHDRAWN TO WS-T-WITHDRAWN
               ADD WS-CNT-OPEN      TO WS-T-OPEN
               ADD WS-SUM-PRINCIPAL TO WS-T-PRINCIPAL
               PERFORM P220-WRITE-PIPELINE
               WRITE LNAPPRPT-RECORD FROM WS-PIPE-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *    Approval rate over the decided - approved (funded or not)
      *    and declined; withdrawn and open are left out of it.
       P220-WRITE-PIPELINE.
           MOVE SPACES           TO WS-PIPE-LINE.
           MOVE '%'              TO RPT-P-PCT.
           MOVE DCL-LAP-PRODUCT  TO RPT-P-PRODUCT.
           MOVE DCL-LAP-BRANCH   TO RPT-P-BRANCH.
           MOVE WS-CNT-RECEIVED  TO RPT-P-RECEIVED.
           MOVE WS-CNT-APPROVED  TO RPT-P-APPROVED.
           MOVE WS-CNT-FUNDED    TO RPT-P-FUNDED.
           MOVE WS-CNT-DECLINED  TO RPT-P-DECLINED.
           MOVE WS-CNT-WITHDRAWN TO RPT-P-WITHDRAWN.
           MOVE WS-CNT-OPEN      TO RPT-P-OPEN.
           MOVE WS-SUM-PRINCIPAL TO RPT-P-PRINCIPAL.

           COMPUTE WS-RATE-BASE = WS-CNT-APPROVED + WS-CNT-DECLINED.
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   (WS-CNT-APPROVED * 100) / WS-RATE-BASE
           ELSE
               MOVE ZERO TO WS-RATE-PCT
           END-IF.
           MOVE WS-RATE-PCT TO RPT-P-RATE.

      *=================================================================
      * Section 2 - the month's declines per reason, product and
      * branch.
      *=================================================================
       P300-DECLINES.
           MOVE SPACES TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           MOVE '2. DECLINES IN THE MONTH BY REASON'
             TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD FROM WS-REASON-KEY.
           WRITE LNAPPRPT-RECORD FROM WS-DECL-HDR1.

           EXEC SQL
                DECLARE LAPD_CSR CURSOR FOR
                SELECT LAP_DECLINE_CODE, LAP_PRODUCT, LAP_BRANCH,
                       COUNT(*), SUM(LAP_PRINCIPAL), AVG(LAP_DSR_PCT)
                FROM BNKLNAPP
                WHERE LAP_STATUS         = 'D'
                  AND LAP_DECISION_DATE >= :WS-MONTH-FROM
                  AND LAP_DECISION_DATE <  :WS-NEXT-FROM
                GROUP BY LAP_DECLINE_CODE, LAP_PRODUCT, LAP_BRANCH
                ORDER BY LAP_DECLINE_CODE, LAP_PRODUCT, LAP_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-DECLINE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE LAPD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-T-DECLINE-LINES = ZERO
               MOVE '   NO DECLINES IN THE MONTH' TO LNAPPRPT-RECORD
               WRITE LNAPPRPT-RECORD
           END-IF.

       P310-FETCH-DECLINE.
           EXEC SQL
                FETCH LAPD_CSR
                INTO :DCL-LAP-DECLINE-CODE, :DCL-LAP-PRODUCT,
                     :DCL-LAP-BRANCH, :WS-CNT-DECLINED,
                     :WS-SUM-PRINCIPAL, :WS-AVG-DSR
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-T-DECLINE-LINES
               MOVE SPACES               TO WS-DECL-LINE
               MOVE '%'                  TO RPT-D-PCT
               MOVE DCL-LAP-DECLINE-CODE TO RPT-D-REASON
               MOVE DCL-LAP-PRODUCT      TO RPT-D-PRODUCT
               MOVE DCL-LAP-BRANCH       TO RPT-D-BRANCH
               MOVE WS-CNT-DECLINED      TO RPT-D-COUNT
               MOVE WS-SUM-PRINCIPAL     TO RPT-D-PRINCIPAL
               MOVE WS-AVG-DSR           TO RPT-D-DSR
               WRITE LNAPPRPT-RECORD FROM WS-DECL-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Section 3 - were the month's declines told in time?
      *=================================================================
       P400-NOTICES.
           MOVE SPACES TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.
           MOVE '3. ADVERSE-ACTION NOTICES FOR THE MONTH''S DECLINES'
             TO LNAPPRPT-RECORD.
           WRITE LNAPPRPT-RECORD.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN LAP_NOTICE_DATE <> ' '
                                  AND LAP_NOTICE_DATE <= LAP_NOTICE_DUE
                                    THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN LAP_NOTICE_DATE <> ' '
                                  AND LAP_NOTICE_DATE > LAP_NOTICE_DUE
                                    THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN LAP_NOTICE_DATE = ' '
                                  AND LAP_NOTICE_DUE >= :WS-RUN-DATE
                                    THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN LAP_NOTICE_DATE = ' '
                                  AND LAP_NOTICE_DUE < :WS-RUN-DATE
                                    THEN 1 ELSE 0 END), 0)
                  INTO :WS-CNT-ON-TIME, :WS-CNT-LATE,
                       :WS-CNT-PENDING, :WS-CNT-OVERDUE
                  FROM BNKLNAPP
                 WHERE LAP_STATUS         = 'D'
                   AND LAP_DECISION_DATE >= :WS-MONTH-FROM
                   AND LAP_DECISION_DATE <  :WS-NEXT-FROM
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               MOVE '   SENT INSIDE THE NOTICE WINDOW'   TO RPT-N-LABEL
               MOVE WS-CNT-ON-TIME TO RPT-N-COUNT
               WRITE LNAPPRPT-RECORD FROM WS-NOTE-LINE
               MOVE '   SENT LATE'                       TO RPT-N-LABEL
               MOVE WS-CNT-LATE    TO RPT-N-COUNT
               WRITE LNAPPRPT-RECORD FROM WS-NOTE-LINE
               MOVE '   NOT YET SENT - STILL IN TIME'    TO RPT-N-LABEL
               MOVE WS-CNT-PENDING TO RPT-N-COUNT
               WRITE LNAPPRPT-RECORD FROM WS-NOTE-LINE
               MOVE '   NOT YET SENT - OVERDUE'          TO RPT-N-LABEL
               MOVE WS-CNT-OVERDUE TO RPT-N-COUNT
               WRITE LNAPPRPT-RECORD FROM WS-NOTE-LINE
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DLOAN13P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
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
           MOVE 'LNAPPMIS' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'LNAPPMIS' TO CD37I-JOB.
           MOVE WS-T-RECEIVED  TO CD37I-ROWS-READ.
           MOVE WS-T-APPROVED  TO CD37I-ROWS-POSTED.
           MOVE WS-T-DECLINED  TO CD37I-ROWS-REJECTED.
           MOVE ZERO           TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
