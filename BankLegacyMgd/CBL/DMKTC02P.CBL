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
001300* Program:     DMKTC02P.CBL                                    *
001400* Function:    Monthly marketing consent change report.  Run    *
001500*              early in a month, it lists every consent on the  *
001600*              BNKMKTC register DMKTC01P keeps that was granted *
001700*              or withdrawn during the month just ended - the   *
001800*              customer, channel, purpose, the change, its date *
001900*              and how it was captured - with the month's       *
002000*              grant and withdrawal totals, then the live       *
002100*              consents for our own products by channel as the  *
002200*              month closes.  Written to MKTCCHG.RPT and        *
002300*              registered on the batch run log.  Read only -    *
002400*              nothing on the register is changed.              *
002500*              SQL version - standalone batch step, connects    *
002600*              and disconnects itself.                          *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DMKTC02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGRPT.
       01  CHGRPT-RECORD                        PIC X(100).

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
                   VALUE "C:\BANK\DATA\MKTCCHG.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-GRANT-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-WITHDRAW-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-MONTH-COUNT                    PIC S9(7) COMP-3.
           05  WS-CALC-YYYY                      PIC 9(4).
           05  WS-CALC-MM                        PIC 9(2).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Live consents for our own products at month end, one count
      * per channel in the order DMKTC01P lists them.
      *-----------------------------------------------------------------
           05  WS-CHN-CODES                      PIC X(5)
                   VALUE 'PESTM'.
           05  WS-CHN-CODES-R REDEFINES WS-CHN-CODES.
               10  WS-CHN-CODE OCCURS 5 TIMES    PIC X(1).
           05  WS-CHN-NAMES.
               10  FILLER                        PIC X(20)
                   VALUE 'POST                '.
               10  FILLER                        PIC X(20)
                   VALUE 'E-MAIL              '.
               10  FILLER                        PIC X(20)
                   VALUE 'SMS                 '.
               10  FILLER                        PIC X(20)
                   VALUE 'TELEPHONE           '.
               10  FILLER                        PIC X(20)
                   VALUE 'STATEMENT MESSAGES  '.
           05  WS-CHN-NAMES-R REDEFINES WS-CHN-NAMES.
               10  WS-CHN-NAME OCCURS 5 TIMES    PIC X(20).
           05  WS-CHN-LIVE OCCURS 5 TIMES        PIC S9(7) COMP-3.

       01  WS-RPT-LINE.
           05  WS-RL-PID                         PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-CHANNEL                     PIC X(20).
           05  WS-RL-PURPOSE                     PIC X(16).
           05  WS-RL-CHANGE                      PIC X(10).
           05  WS-RL-DATE                        PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-CAPTURE                     PIC X(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-USER                        PIC X(5).

       01  WS-LIVE-LINE.
           05  WS-LL-NAME                        PIC X(20).
           05  WS-LL-COUNT                       PIC Z(6)9.

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           COPY CBANKSMKX.

       01  WS-MONTH-START                        PIC X(10).
       01  WS-MONTH-END                          PIC X(10).
       01  WS-LIVE-COUNT                         PIC S9(7) COMP-3.

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
               PERFORM P100-RUN-REPORT THRU RUN-REPORT-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DMKTC02P - unable to connect, consent report aborted'
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
      * Last month's changes, then the month-end position.
      *=================================================================
       P100-RUN-REPORT.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

      *    Last month - character order on the YYYY-MM-DD form is
      *    date order, so day 31 closes any month.
           COMPUTE WS-MONTH-COUNT =
               WS-SYSDATE-YYYY * 12 + WS-SYSDATE-MM - 1 - 1.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.

           MOVE SPACES TO WS-MONTH-START WS-MONTH-END.
           STRING WS-CALC-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CALC-MM   DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
             INTO WS-MONTH-START.
           STRING WS-CALC-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CALC-MM   DELIMITED BY SIZE
                  '-31'        DELIMITED BY SIZE
             INTO WS-MONTH-END.

           OPEN OUTPUT CHGRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DMKTC02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING 'MARKETING CONSENT CHANGES - ' DELIMITED BY SIZE
                  WS-MONTH-START(1:7) DELIMITED BY SIZE
             INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE SPACES TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING 'PID    CHANNEL             PURPOSE         '
                    DELIMITED BY SIZE
                  'CHANGE    DATE        CAPTURE   USER'
                    DELIMITED BY SIZE
             INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

           PERFORM P110-LIST-CHANGES.

           MOVE SPACES TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-GRANT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING 'GRANTED:    ' DELIMITED BY SIZE
                  WS-CNT-DSP     DELIMITED BY SIZE
             INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-WITHDRAW-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING 'WITHDRAWN:  ' DELIMITED BY SIZE
                  WS-CNT-DSP     DELIMITED BY SIZE
             INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

           MOVE SPACES TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE 'LIVE CONSENT TO MARKET OUR OWN PRODUCTS, BY CHANNEL'
             TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

           PERFORM P200-COUNT-LIVE
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > 5 OR WS-JOB-HAD-ERROR.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - REPORT INCOMPLETE' TO CHGRPT-RECORD
               WRITE CHGRPT-RECORD
           END-IF.

           CLOSE CHGRPT.

           DISPLAY 'DMKTC02P - consent report complete, granted: '
                   WS-GRANT-COUNT ' withdrawn: ' WS-WITHDRAW-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every row granted or withdrawn in the month - a row granted
      * and withdrawn again inside it shows as its latest change.
      *-----------------------------------------------------------------
       P110-LIST-CHANGES.
           EXEC SQL
                DECLARE MKCCHG_CSR CURSOR FOR
                SELECT MKC_PID, MKC_CHANNEL, MKC_PURPOSE, MKC_STATUS,
                       MKC_GRANT_DTE, MKC_WITHDRAW_DTE, MKC_CAPTURE,
                       MKC_UPDATED_BY
                FROM BNKMKTC
                WHERE (MKC_STATUS = 'G'
                       AND MKC_GRANT_DTE BETWEEN :WS-MONTH-START
                                             AND :WS-MONTH-END)
                   OR (MKC_STATUS = 'W'
                       AND MKC_WITHDRAW_DTE BETWEEN :WS-MONTH-START
                                                AND :WS-MONTH-END)
                ORDER BY MKC_PID, MKC_PURPOSE, MKC_CHANNEL
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN MKCCHG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-CHANGE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE MKCCHG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-CHANGE.
           EXEC SQL
                FETCH MKCCHG_CSR
                INTO :DCL-MKC-PID, :DCL-MKC-CHANNEL, :DCL-MKC-PURPOSE,
                     :DCL-MKC-STATUS, :DCL-MKC-GRANT-DTE,
                     :DCL-MKC-WITHDRAW-DTE, :DCL-MKC-CAPTURE,
                     :DCL-MKC-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               PERFORM P130-WRITE-CHANGE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P130-WRITE-CHANGE.
           MOVE DCL-MKC-PID        TO WS-RL-PID.
           MOVE DCL-MKC-CHANNEL    TO WS-RL-CHANNEL.
           PERFORM P140-CHANNEL-NAME
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 5.
           EVALUATE TRUE
               WHEN DCL-MKC-OWN-PRODUCTS
                   MOVE 'OUR PRODUCTS'   TO WS-RL-PURPOSE
               WHEN DCL-MKC-PARTNER-OFFERS
                   MOVE 'PARTNER OFFERS' TO WS-RL-PURPOSE
               WHEN DCL-MKC-RESEARCH
                   MOVE 'RESEARCH'       TO WS-RL-PURPOSE
               WHEN OTHER
                   MOVE DCL-MKC-PURPOSE  TO WS-RL-PURPOSE
           END-EVALUATE.
           IF DCL-MKC-GRANTED
               MOVE 'GRANTED'            TO WS-RL-CHANGE
               MOVE DCL-MKC-GRANT-DTE    TO WS-RL-DATE
               ADD 1 TO WS-GRANT-COUNT
           ELSE
               MOVE 'WITHDRAWN'          TO WS-RL-CHANGE
               MOVE DCL-MKC-WITHDRAW-DTE TO WS-RL-DATE
               ADD 1 TO WS-WITHDRAW-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN DCL-MKC-AT-BRANCH
                   MOVE 'BRANCH'         TO WS-RL-CAPTURE
               WHEN DCL-MKC-BY-PHONE
                   MOVE 'PHONE'          TO WS-RL-CAPTURE
               WHEN DCL-MKC-ONLINE
                   MOVE 'ONLINE'         TO WS-RL-CAPTURE
               WHEN OTHER
                   MOVE DCL-MKC-CAPTURE  TO WS-RL-CAPTURE
           END-EVALUATE.
           MOVE DCL-MKC-UPDATED-BY TO WS-RL-USER.

           MOVE WS-RPT-LINE TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

       P140-CHANNEL-NAME.
           IF DCL-MKC-CHANNEL = WS-CHN-CODE(WS-SUB1)
               MOVE WS-CHN-NAME(WS-SUB1) TO WS-RL-CHANNEL
           END-IF.

      *-----------------------------------------------------------------
      * Live consents for one channel - what next month's marketing
      * on it can reach.
      *-----------------------------------------------------------------
       P200-COUNT-LIVE.
           MOVE WS-CHN-CODE(WS-SUB1) TO DCL-MKC-CHANNEL.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LIVE-COUNT
                  FROM BNKMKTC
                 WHERE MKC_CHANNEL = :DCL-MKC-CHANNEL
                   AND MKC_PURPOSE = 'M'
                   AND MKC_STATUS  = 'G'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-LIVE-COUNT        TO WS-CHN-LIVE(WS-SUB1).
           MOVE WS-CHN-NAME(WS-SUB1) TO WS-LL-NAME.
           MOVE WS-LIVE-COUNT        TO WS-LL-COUNT.
           MOVE WS-LIVE-LINE         TO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DMKTC02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Nothing is written to the register - the unit of work is only
      * closed off.
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
      * with this run's control totals and files the report.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'MKTCCHG' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'MKTCCHG' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE ZERO TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
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
