002700*              again - the open case already covers them.       *
002800*              Cases are worked from the B95 review screen      *
002900*              through DSTRC02P, one human decision each.       *
002910*              The cases opened are listed in STRUCTUR.RPT,     *
002920*              which the run log keeps in the report            *
002930*              repository.                                      *
002940*              The sums come from the daily BNKACTC activity    *
002950*              counters (DACTC01P), checked against BNKTXN by   *
002960*              the ACTCTR step that runs before this one.       *
003000*              SQL version - standalone batch step, connects    *
003100*              and disconnects itself.                          *
003200*****************************************************************
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRCRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRCRPT.
       01  STRCRPT-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.

               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\STRUCTUR.RPT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-TOT-DSP                        PIC -(10)9.99.
           05  WS-THR-DSP                        PIC -(8)9.99.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PID                        PIC X(5).
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  WS-DTL-REASON                     PIC X(1).
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  WS-DTL-COUNT                      PIC Z(4)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL                      PIC -(10)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-LARGEST                    PIC -(8)9.99.
           05  FILLER                            PIC X(83) VALUE SPACES.

           COPY CPARM01.
           COPY UDATECC2.
           DISPLAY 'DSTRC01P - window ' WS-WINDOW-START ' to '
                   WS-WINDOW-END ' threshold ' WS-THRESHOLD.

           OPEN OUTPUT STRCRPT.

           IF NOT WS-FILE-OK
               DISPLAY 'DSTRC01P - cannot open report file, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-DETECTION-EXIT
           END-IF.

           PERFORM P130-WRITE-HEADING.

           EXEC SQL
                DECLARE STG_CSR CURSOR FOR
                SELECT ACT_PID, SUM(ACT_COUNT),
                       SUM(ABS(ACT_TOTAL)), MAX(ACT_MAX_AMOUNT)
                FROM BNKACTC
                WHERE ACT_CATEGORY IN ('D', 'W')
                  AND ACT_DAY >= :WS-WINDOW-START
                GROUP BY ACT_PID
                HAVING SUM(ACT_COUNT) >= 2
                FOR FETCH ONLY
           END-EXEC.

           DISPLAY 'DSTRC01P - detection complete, cases opened: '
                   WS-CASE-COUNT.

           PERFORM P500-WRITE-SUMMARY.

           CLOSE STRCRPT.

       RUN-DETECTION-EXIT.
           EXIT.

               MOVE PARM01O-VALUE TO WS-THRESHOLD
           END-IF.

       P130-WRITE-HEADING.
           MOVE WS-THRESHOLD TO WS-THR-DSP.
           MOVE SPACES TO STRCRPT-RECORD.
           STRING 'STRUCTURING CASES OPENED - WINDOW '
                      DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO '          DELIMITED BY SIZE
                  WS-WINDOW-END   DELIMITED BY SIZE
                  ' THRESHOLD '   DELIMITED BY SIZE
                  WS-THR-DSP      DELIMITED BY SIZE
             INTO STRCRPT-RECORD.
           WRITE STRCRPT-RECORD.

           MOVE SPACES TO STRCRPT-RECORD.
           STRING 'CUST.   WHY  ITEMS      CASH TOTAL       LARGEST'
               DELIMITED BY SIZE
             INTO STRCRPT-RECORD.
           WRITE STRCRPT-RECORD.

       P200-FETCH-GROUP.
           EXEC SQL
                FETCH STG_CSR
           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-CASE-COUNT
               ADD WS-GRP-TOTAL TO WS-FLAG-TOTAL
               MOVE WS-GRP-PID     TO WS-DTL-PID
               MOVE DCL-STR-REASON TO WS-DTL-REASON
               MOVE WS-GRP-COUNT   TO WS-DTL-COUNT
               MOVE WS-GRP-TOTAL   TO WS-DTL-TOTAL
               MOVE WS-GRP-LARGEST TO WS-DTL-LARGEST
               WRITE STRCRPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       JUDGE-GROUP-EXIT.
           EXIT.

       P500-WRITE-SUMMARY.
           MOVE SPACES TO STRCRPT-RECORD.
           WRITE STRCRPT-RECORD.

           MOVE WS-CASE-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STRCRPT-RECORD.
           STRING 'SUMMARY - CASES OPENED:    '
                      DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO STRCRPT-RECORD.
           WRITE STRCRPT-RECORD.

           MOVE WS-FLAG-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO STRCRPT-RECORD.
           STRING 'SUMMARY - CASH FLAGGED:    '
                      DELIMITED BY SIZE
                  WS-TOT-DSP DELIMITED BY SIZE
             INTO STRCRPT-RECORD.
           WRITE STRCRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
