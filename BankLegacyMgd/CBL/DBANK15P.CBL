001600*              report every account where that total doesn't    *
001700*              match the live BAC_BALANCE, so a stuck or         *
001800*              partially-applied transfer gets caught instead    *
001900*              of silently drifting.  The breaks are listed      *
001910*              in RECON.RPT, which the run log keeps in the      *
001920*              report repository.                                *
002000*              SQL version - standalone batch step, connects     *
002100*              and disconnects itself, same as DBANK07P.         *
002200*****************************************************************
       DATE-WRITTEN.
           August 2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECONRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECONRPT.
       01  RECONRPT-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

                                                  VALUE ZERO.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-COMPUTED-BAL                   PIC S9(7)V99 COMP-3.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\RECON.RPT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-DTL-BRANCH                     PIC X(3).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  WS-DTL-ACCNO                      PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-PID                        PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-STORED                     PIC -(8)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-COMPUTED                   PIC -(8)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DTL-DIFFERENCE                 PIC -(8)9.99.
           05  FILLER                            PIC X(68) VALUE SPACES.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every run writes its BNKRUNLG row
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-MISMATCH-COUNT.

           OPEN OUTPUT RECONRPT.

           IF NOT WS-FILE-OK
               DISPLAY 'DBANK15P - cannot open report file, status: '
                       WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P120-WRITE-HEADING
           END-IF.

           EXEC SQL
                DECLARE REC_CSR CURSOR FOR
                SELECT BAC_PID,
           DISPLAY 'DBANK15P - accounts out of balance: '
                   WS-MISMATCH-COUNT.

           IF WS-FILE-OK
               PERFORM P500-WRITE-SUMMARY
               CLOSE RECONRPT
           END-IF.

       P120-WRITE-HEADING.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE SPACES TO RECONRPT-RECORD.
           STRING 'BALANCE RECONCILIATION BREAKS - '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.

           MOVE SPACES TO RECONRPT-RECORD.
           STRING 'BRANCH ACCOUNT    CUSTOMER  STORED BALANCE  '
                  'FROM HISTORY    DIFFERENCE'
               DELIMITED BY SIZE
             INTO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.

       P200-OPEN-CURSOR.
           EXEC SQL
                OPEN REC_CSR
                       DCL-BAC-BALANCE ' computed from history '
                       WS-COMPUTED-BAL
               PERFORM P230-PERSIST-EXCEPTION
               PERFORM P250-REPORT-BREAK
           ELSE
               PERFORM P240-AUTO-CLOSE-EXCEPTION
           END-IF.
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The break on the report, as the back office sees it on B31.
      *-----------------------------------------------------------------
       P250-REPORT-BREAK.
           IF WS-FILE-OK
               MOVE DCL-BAC-BRANCH  TO WS-DTL-BRANCH
               MOVE DCL-BAC-ACCNO   TO WS-DTL-ACCNO
               MOVE DCL-BAC-PID     TO WS-DTL-PID
               MOVE DCL-BAC-BALANCE TO WS-DTL-STORED
               MOVE WS-COMPUTED-BAL TO WS-DTL-COMPUTED
               COMPUTE WS-DTL-DIFFERENCE =
                   DCL-BAC-BALANCE - WS-COMPUTED-BAL
               WRITE RECONRPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       P500-WRITE-SUMMARY.
           MOVE SPACES TO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.

           MOVE WS-ACCT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RECONRPT-RECORD.
           STRING 'SUMMARY - ACCOUNTS CHECKED:        '
                      DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.

           MOVE WS-MISMATCH-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RECONRPT-RECORD.
           STRING 'SUMMARY - ACCOUNTS OUT OF BALANCE: '
                      DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               SET CD37I-ABENDED TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
