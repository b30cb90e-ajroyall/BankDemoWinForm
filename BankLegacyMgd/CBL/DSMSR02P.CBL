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
001300* Program:     DSMSR02P.CBL                                    *
001400* Function:    Month-end SMS cost report, job SMSCOST.  Every   *
001500*              text queued in the month (BNKMAILQ rows with     *
001600*              MQ_CHANNEL 'S', by MQ_TIMESTAMP) is counted      *
001700*              against the alert type its notice belongs to -   *
001800*              the same types the customer picks a channel for  *
001900*              on BNKCHPF (DBANK20P): L low balance, H high     *
002000*              balance, C credit, D debit, S daily spend, X     *
002100*              large transfer, O one-time code, N other         *
002200*              notices.  Per type it shows texts sent,          *
002300*              delivered, fell back to e-mail, dead and still   *
002400*              waiting on a receipt, the gateway charges        *
002500*              DSMSR01P gathered on MQ_COST and the average     *
002600*              charge per text; then the grand total.  The      *
002700*              month is the one the run falls in (the leg runs  *
002800*              on its last calendar day) or YYYY-MM given on    *
002900*              the command line to rerun an earlier month.      *
003000*              Printed on SMSCOST.RPT.  Read-only; runs in the  *
003100*              month-end leg and logs through DBANK37P.         *
003200*              SQL version - standalone batch step, connects    *
003300*              and disconnects itself.                          *
003400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSMSR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMSCOSTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMSCOSTRPT.
       01  SMSCOSTRPT-RECORD                     PIC X(132).

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
                   VALUE "C:\BANK\DATA\SMSCOST.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-MONTH-PARM                     PIC X(7).
           05  WS-MONTH-PARM-X REDEFINES WS-MONTH-PARM.
               10  WS-PARM-YYYY                  PIC 9(4).
               10  WS-PARM-DASH                  PIC X(1).
               10  WS-PARM-MM                    PIC 9(2).
           05  WS-RPT-TOTAL-MONTHS               PIC S9(7) COMP-3.
           05  WS-WORK-TOTAL-MONTHS              PIC S9(7) COMP-3.
           05  WS-WORK-YYYY                      PIC 9(4).
           05  WS-WORK-MM                        PIC 9(2).
           05  WS-WORK-MONTH                     PIC X(7).
           05  WS-TYPE-SUB                       PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-AVG-COST                       PIC S9(3)V9(4) COMP-3.

      *-----------------------------------------------------------------
      * The alert types, in report order, with a running total each.
      *-----------------------------------------------------------------
       01  WS-TYPE-NAMES.
           05  FILLER  PIC X(21) VALUE 'LLow balance         '.
           05  FILLER  PIC X(21) VALUE 'HHigh balance        '.
           05  FILLER  PIC X(21) VALUE 'CCredit in           '.
           05  FILLER  PIC X(21) VALUE 'DDebit out           '.
           05  FILLER  PIC X(21) VALUE 'SDaily spend         '.
           05  FILLER  PIC X(21) VALUE 'XLarge transfer      '.
           05  FILLER  PIC X(21) VALUE 'OOne-time code       '.
           05  FILLER  PIC X(21) VALUE 'NOther notices       '.
       01  WS-TYPE-NAMES-R REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME OCCURS 8 TIMES.
               10  WS-TN-CODE                    PIC X(1).
               10  WS-TN-DESC                    PIC X(20).

       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 9 TIMES.
               10  WS-TT-SENT                    PIC S9(7) COMP-3.
               10  WS-TT-DELIVERED               PIC S9(7) COMP-3.
               10  WS-TT-FELL-BACK               PIC S9(7) COMP-3.
               10  WS-TT-DEAD                    PIC S9(7) COMP-3.
               10  WS-TT-WAITING                 PIC S9(7) COMP-3.
               10  WS-TT-COST                    PIC S9(7)V9(4) COMP-3.

      *-----------------------------------------------------------------
      * Report lines.  Entry 9 of the table is the grand total.
      *-----------------------------------------------------------------
       01  WS-HEAD-LINE-1.
           05  FILLER                 PIC X(30)
                   VALUE 'SMS COST REPORT - MONTH'.
           05  HL1-MONTH              PIC X(7).

       01  WS-HEAD-LINE-2.
           05  FILLER                 PIC X(21) VALUE 'ALERT TYPE'.
           05  FILLER                 PIC X(9)  VALUE '     SENT'.
           05  FILLER                 PIC X(10) VALUE ' DELIVERED'.
           05  FILLER                 PIC X(10) VALUE ' FELL BACK'.
           05  FILLER                 PIC X(9)  VALUE '     DEAD'.
           05  FILLER                 PIC X(9)  VALUE '  WAITING'.
           05  FILLER                 PIC X(15) VALUE '     TOTAL COST'.
           05  FILLER                 PIC X(11) VALUE '   AVG/TEXT'.

       01  WS-DETAIL-LINE.
           05  DTL-TYPE               PIC X(21).
           05  DTL-SENT               PIC Z(8)9.
           05  DTL-DELIVERED          PIC Z(9)9.
           05  DTL-FELL-BACK          PIC Z(9)9.
           05  DTL-DEAD               PIC Z(8)9.
           05  DTL-WAITING            PIC Z(8)9.
           05  DTL-COST               PIC Z(9)9.9999.
           05  DTL-AVG                PIC Z(5)9.9999.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMQ
           END-EXEC.

           COPY CBANKSMQX.

       01  WS-MONTH-FROM                         PIC X(10).
       01  WS-NEXT-FROM                          PIC X(10).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

           EXEC SQL
                DECLARE SMS_CSR CURSOR FOR
                SELECT MQ_STATUS,
                       MQ_FILLER,
                       MQ_COST
                FROM BNKMAILQ
                WHERE MQ_CHANNEL = 'S'
                  AND DATE(MQ_TIMESTAMP) >= :WS-MONTH-FROM
                  AND DATE(MQ_TIMESTAMP) <  :WS-NEXT-FROM
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK80P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-MONTH-PARM FROM COMMAND-LINE.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-REPORT THRU RUN-REPORT-EXIT
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DSMSR02P - unable to connect, SMS cost report aborted'
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
      * Total the month's texts by type, then print a line per type
      * and the grand total.
      *=================================================================
       P100-RUN-REPORT.
           PERFORM P110-RESOLVE-MONTH.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-REPORT-EXIT
           END-IF.

           OPEN OUTPUT SMSCOSTRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DSMSR02P - cannot open report, status: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           INITIALIZE WS-TYPE-TABLE.

           EXEC SQL
                OPEN SMS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P200-FETCH-TEXT
               PERFORM P210-COUNT-TEXT
                   UNTIL WS-AT-EOF OR WS-JOB-HAD-ERROR
               EXEC SQL
                    CLOSE SMS_CSR
               END-EXEC
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-WRITE-REPORT
           END-IF.

           CLOSE SMSCOSTRPT.

           DISPLAY 'DSMSR02P - SMS cost report complete for '
                   WS-MONTH-PARM ', texts: ' WS-READ-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A blank parameter means the month the run falls in; the
      * month's end is the first of the next month, exclusive, as
      * DATTR01P takes it.
      *-----------------------------------------------------------------
       P110-RESOLVE-MONTH.
           IF WS-MONTH-PARM = SPACES
               ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-SYSDATE-YYYY TO WS-PARM-YYYY
               MOVE '-'             TO WS-PARM-DASH
               MOVE WS-SYSDATE-MM   TO WS-PARM-MM
           END-IF.

           IF WS-PARM-YYYY IS NOT NUMERIC OR WS-PARM-DASH NOT = '-'
              OR WS-PARM-MM IS NOT NUMERIC
              OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
               DISPLAY 'DSMSR02P - month must be YYYY-MM, given: '
                       WS-MONTH-PARM
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES TO WS-MONTH-FROM WS-NEXT-FROM
               STRING WS-MONTH-PARM DELIMITED BY SIZE
                      '-01'         DELIMITED BY SIZE
                 INTO WS-MONTH-FROM
               COMPUTE WS-RPT-TOTAL-MONTHS =
                   (WS-PARM-YYYY * 12) + WS-PARM-MM
               COMPUTE WS-WORK-TOTAL-MONTHS = WS-RPT-TOTAL-MONTHS + 1
               COMPUTE WS-WORK-YYYY =
                   (WS-WORK-TOTAL-MONTHS - 1) / 12
               COMPUTE WS-WORK-MM =
                   WS-WORK-TOTAL-MONTHS - (WS-WORK-YYYY * 12)
               MOVE SPACES TO WS-WORK-MONTH
               STRING WS-WORK-YYYY DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-WORK-MM   DELIMITED BY SIZE
                 INTO WS-WORK-MONTH
               STRING WS-WORK-MONTH DELIMITED BY SIZE
                      '-01'         DELIMITED BY SIZE
                 INTO WS-NEXT-FROM
           END-IF.

       P200-FETCH-TEXT.
           EXEC SQL
                FETCH SMS_CSR
                INTO :DCL-MQ-STATUS,
                     :DCL-MQ-FILLER,
                     :DCL-MQ-COST
           END-EXEC.

           IF SQLCODE = +100
               SET WS-AT-EOF TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The notice's type, by the tag DBANK20P chose the channel on.
      *-----------------------------------------------------------------
       P210-COUNT-TEXT.
           ADD 1 TO WS-READ-COUNT.

           EVALUATE TRUE
               WHEN DCL-MQ-FILLER = 'ALERT BAL-BELOW'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER = 'ALERT BAL-ABOVE'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER = 'ALERT CREDIT'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER = 'ALERT DEBIT'
                   MOVE 4 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER = 'ALERT DAILY-SPEND'
                   MOVE 5 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER = 'XFERALERT' OR
                    DCL-MQ-FILLER = SPACES
                   MOVE 6 TO WS-TYPE-SUB
               WHEN DCL-MQ-FILLER(1:7) = 'STEPUP '
                   MOVE 7 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 8 TO WS-TYPE-SUB
           END-EVALUATE.

           ADD 1 TO WS-TT-SENT(WS-TYPE-SUB) WS-TT-SENT(9).
           ADD DCL-MQ-COST TO WS-TT-COST(WS-TYPE-SUB) WS-TT-COST(9).

           EVALUATE TRUE
               WHEN DCL-MQ-DELIVERED
                   ADD 1 TO WS-TT-DELIVERED(WS-TYPE-SUB)
                            WS-TT-DELIVERED(9)
               WHEN DCL-MQ-FELL-BACK
                   ADD 1 TO WS-TT-FELL-BACK(WS-TYPE-SUB)
                            WS-TT-FELL-BACK(9)
               WHEN DCL-MQ-DEAD
                   ADD 1 TO WS-TT-DEAD(WS-TYPE-SUB)
                            WS-TT-DEAD(9)
               WHEN OTHER
                   ADD 1 TO WS-TT-WAITING(WS-TYPE-SUB)
                            WS-TT-WAITING(9)
           END-EVALUATE.

           PERFORM P200-FETCH-TEXT.

       P300-WRITE-REPORT.
           MOVE WS-MONTH-PARM TO HL1-MONTH.
           WRITE SMSCOSTRPT-RECORD FROM WS-HEAD-LINE-1.
           MOVE SPACES TO SMSCOSTRPT-RECORD.
           WRITE SMSCOSTRPT-RECORD.
           WRITE SMSCOSTRPT-RECORD FROM WS-HEAD-LINE-2.

           PERFORM P310-WRITE-TYPE-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 8.

           MOVE SPACES TO SMSCOSTRPT-RECORD.
           WRITE SMSCOSTRPT-RECORD.
           MOVE 9 TO WS-TYPE-SUB.
           PERFORM P310-WRITE-TYPE-LINE.

      *-----------------------------------------------------------------
      * One line - entry 9 prints as the grand total.  The average is
      * over every text sent, a fallback included, since each was
      * billed.
      *-----------------------------------------------------------------
       P310-WRITE-TYPE-LINE.
           IF WS-TYPE-SUB > 8
               MOVE 'TOTAL'                   TO DTL-TYPE
           ELSE
               MOVE WS-TN-DESC(WS-TYPE-SUB)   TO DTL-TYPE
           END-IF.

           MOVE WS-TT-SENT(WS-TYPE-SUB)      TO DTL-SENT.
           MOVE WS-TT-DELIVERED(WS-TYPE-SUB) TO DTL-DELIVERED.
           MOVE WS-TT-FELL-BACK(WS-TYPE-SUB) TO DTL-FELL-BACK.
           MOVE WS-TT-DEAD(WS-TYPE-SUB)      TO DTL-DEAD.
           MOVE WS-TT-WAITING(WS-TYPE-SUB)   TO DTL-WAITING.
           MOVE WS-TT-COST(WS-TYPE-SUB)      TO DTL-COST.

           IF WS-TT-SENT(WS-TYPE-SUB) = ZERO
               MOVE ZERO TO WS-AVG-COST
           ELSE
               COMPUTE WS-AVG-COST ROUNDED =
                   WS-TT-COST(WS-TYPE-SUB) / WS-TT-SENT(WS-TYPE-SUB)
           END-IF.
           MOVE WS-AVG-COST TO DTL-AVG.

           WRITE SMSCOSTRPT-RECORD FROM WS-DETAIL-LINE.

      *=================================================================
       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSMSR02P - SQLCODE: ' DISP-SQLCODE
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
           MOVE 'SMSCOST ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'SMSCOST ' TO CD37I-JOB.
           MOVE WS-READ-COUNT     TO CD37I-ROWS-READ.
           MOVE ZERO              TO CD37I-ROWS-POSTED.
           MOVE ZERO              TO CD37I-ROWS-REJECTED.
           MOVE WS-TT-COST(9)     TO CD37I-AMOUNT-POSTED.
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
