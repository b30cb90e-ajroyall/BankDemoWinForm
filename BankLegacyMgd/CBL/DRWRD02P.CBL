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
001300* Program:     DRWRD02P.CBL                                    *
001400* Function:    Card rewards month end, for finance.  First      *
001500*              every card holder with unspent points past their *
001600*              expiry date has them lapsed through DRWRD01P     *
001700*              ('X' rows on BNKRWPT).  Then the points          *
001800*              liability report RWDLIAB.RPT lists every holder  *
001900*              with a points balance and what it is worth at    *
002000*              the RWDPOINTVAL parameter, and totals the        *
002100*              outstanding liability (negative balances, points *
002200*              reversed beyond what was left, shown apart), the *
002300*              month just ended's points earned, reversed,      *
002400*              redeemed and expired, and the points this run    *
002500*              lapsed.                                          *
002600*              SQL version - standalone batch step, connects    *
002700*              and disconnects itself.                          *
002800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRWRD02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RWDRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RWDRPT.
       01  RWDRPT-RECORD                         PIC X(132).

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
                   VALUE "C:\BANK\DATA\RWDLIAB.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-PRIOR-YYYY                     PIC 9(4).
           05  WS-PRIOR-MM                       PIC 9(2).
           05  WS-HOLDER-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LAPSED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LAPSED-POINTS                  PIC S9(11) COMP-3
                                                  VALUE ZERO.
           05  WS-OUT-POINTS                     PIC S9(11) COMP-3
                                                  VALUE ZERO.
           05  WS-NEG-POINTS                     PIC S9(11) COMP-3
                                                  VALUE ZERO.
           05  WS-LIABILITY                      PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-NEG-VALUE                      PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-HOLDER-VALUE                   PIC S9(9)V99 COMP-3.
      *-----------------------------------------------------------------
      * Value of one point - site-tunable through BNKPARM, the same
      * parameter DRWRD01P redeems at.
      *-----------------------------------------------------------------
           05  WS-POINT-VALUE                    PIC S9(7)V99 COMP-3
                                                  VALUE 0.01.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-PTS-DSP                        PIC Z(10)9-.
           05  WS-PTS-DSP2                       PIC Z(10)9-.
           05  WS-AMT-DSP                        PIC Z(8)9.99-.

       01  WS-RWRD-ERRMSG                        PIC X(65).
       01  WS-RWRD-ERRMSG-R REDEFINES WS-RWRD-ERRMSG.
           05  WS-RWRD-ERR-TEXT                  PIC X(26).
               88  WS-RWRD-DB-ERROR              VALUE
                   'Rewards failed - SQLCODE: '.
           05  FILLER                            PIC X(39).
       01  WS-RWRD-GOODMSG                       PIC X(65).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-NAME                          PIC X(25).
           05  FILLER                            PIC X(2).
           05  RPT-POINTS                        PIC Z(10)9-.
           05  FILLER                            PIC X(2).
           05  RPT-VALUE                         PIC Z(8)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(20).

           COPY CRWRD01.
           COPY CPARM01.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRG
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSRGX.
           COPY CBANKSCSX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-MONTH-START                        PIC X(10).
       01  WS-MONTH-END                          PIC X(10).
       01  WS-HOLDER-POINTS                      PIC S9(9) COMP-3.
       01  WS-MON-EARNED                         PIC S9(11) COMP-3.
       01  WS-MON-REVERSED                       PIC S9(11) COMP-3.
       01  WS-MON-REDEEMED                       PIC S9(11) COMP-3.
       01  WS-MON-EXPIRED                        PIC S9(11) COMP-3.

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
               PERFORM P100-RUN-MONTH-END THRU RUN-MONTH-END-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DRWRD02P - unable to connect, rewards month end '
                 'aborted'
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
      * Lapse the expired points first, so the liability reported is
      * what is genuinely still spendable.
      *=================================================================
       P100-RUN-MONTH-END.
           PERFORM P110-BUILD-DATES.
           PERFORM P050-LOAD-PARMS.

           OPEN OUTPUT RWDRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DRWRD02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-MONTH-END-EXIT
           END-IF.

           EXEC SQL
                DECLARE RWL_CSR CURSOR FOR
                SELECT DISTINCT RWP_PID
                FROM BNKRWPT
                WHERE RWP_OPEN       > 0
                  AND RWP_EXPIRY_DTE < :WS-TODAY-DATE
                ORDER BY RWP_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-LAPSED
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE RWL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               CLOSE RWDRPT
               GO TO RUN-MONTH-END-EXIT
           END-IF.

           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'CARD REWARDS POINTS LIABILITY AT '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.
           MOVE SPACES TO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'PID    NAME                       '
                    DELIMITED BY SIZE
                  '      POINTS          VALUE'
                    DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           EXEC SQL
                DECLARE RWB_CSR CURSOR FOR
                SELECT R.RWP_PID, C.BCS_NAME, SUM(R.RWP_POINTS)
                FROM BNKRWPT R,
                     BNKCUST C
                WHERE C.BCS_PID = R.RWP_PID
                GROUP BY R.RWP_PID, C.BCS_NAME
                HAVING SUM(R.RWP_POINTS) <> 0
                ORDER BY R.RWP_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RWB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P300-FETCH-HOLDER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE RWB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P350-MONTH-MOVEMENT.

           PERFORM P400-WRITE-TOTALS.

           CLOSE RWDRPT.

           DISPLAY 'DRWRD02P - rewards month end complete, holders: '
                   WS-HOLDER-COUNT ' lapsed: ' WS-LAPSED-COUNT.

       RUN-MONTH-END-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today, and the month just ended - its first day and the first
      * day of this one.
      *-----------------------------------------------------------------
       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           IF WS-SYSDATE-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-SYSDATE-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-SYSDATE-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-SYSDATE-MM - 1
           END-IF.

           MOVE SPACES TO WS-MONTH-START WS-MONTH-END.
           STRING WS-PRIOR-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-PRIOR-MM   DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-MONTH-START.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-01'           DELIMITED BY SIZE
             INTO WS-MONTH-END.

      *-----------------------------------------------------------------
      * The point value from BNKPARM, the compiled value when silent.
      *-----------------------------------------------------------------
       P050-LOAD-PARMS.
           MOVE SPACES         TO PARM01-DATA.
           MOVE SPACES         TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET     TO TRUE.
           MOVE 'RWDPOINTVAL'  TO PARM01I-NAME.
           MOVE WS-POINT-VALUE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-POINT-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * One holder with lapsed points - DRWRD01P writes the 'X' rows.
      * A database failure there fails the run.
      *-----------------------------------------------------------------
       P200-FETCH-LAPSED.
           EXEC SQL
                FETCH RWL_CSR
                INTO :DCL-RWP-PID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO RWRD01-DATA WS-RWRD-ERRMSG
                              WS-RWRD-GOODMSG
               MOVE ZERO   TO RWRD01I-AMOUNT RWRD01I-POINTS
                              RWRD01I-RATE
               SET RWRD01I-EXPIRE TO TRUE
               MOVE 'BATCH'     TO RWRD01I-USERID
               MOVE DCL-RWP-PID TO RWRD01I-PID

               CALL 'DRWRD01P' USING BY REFERENCE RWRD01-DATA
                                     BY REFERENCE WS-RWRD-ERRMSG
                                     BY REFERENCE WS-RWRD-GOODMSG

               IF WS-RWRD-ERRMSG NOT = SPACES
                   DISPLAY 'DRWRD02P - ' WS-RWRD-ERRMSG
                   MOVE 'Y' TO WS-JOB-ERROR-SW
               ELSE
                   ADD 1 TO WS-LAPSED-COUNT
                   SUBTRACT RWRD01O-EXPIRED FROM WS-LAPSED-POINTS
      *            The cursor must see a clean SQLCODE to fetch again.
                   MOVE ZERO TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One holder's line on the liability report.  A negative balance
      * is owed back to the bank by future earnings, not a liability -
      * it is totalled apart.
      *-----------------------------------------------------------------
       P300-FETCH-HOLDER.
           EXEC SQL
                FETCH RWB_CSR
                INTO :DCL-RWP-PID, :DCL-BCS-NAME, :WS-HOLDER-POINTS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-HOLDER-COUNT
               COMPUTE WS-HOLDER-VALUE ROUNDED =
                   WS-HOLDER-POINTS * WS-POINT-VALUE
               MOVE SPACES           TO WS-RPT-LINE
               MOVE DCL-RWP-PID      TO RPT-PID
               MOVE DCL-BCS-NAME     TO RPT-NAME
               MOVE WS-HOLDER-POINTS TO RPT-POINTS
               MOVE WS-HOLDER-VALUE  TO RPT-VALUE
               IF WS-HOLDER-POINTS < ZERO
                   MOVE 'NEGATIVE BALANCE' TO RPT-NOTE
                   ADD WS-HOLDER-POINTS TO WS-NEG-POINTS
                   ADD WS-HOLDER-VALUE  TO WS-NEG-VALUE
               ELSE
                   ADD WS-HOLDER-POINTS TO WS-OUT-POINTS
                   ADD WS-HOLDER-VALUE  TO WS-LIABILITY
               END-IF
               WRITE RWDRPT-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The month just ended's points movement, by kind.
      *-----------------------------------------------------------------
       P350-MONTH-MOVEMENT.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN RWP_ENTRY = 'E'
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_ENTRY IN ('V', 'S')
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_ENTRY = 'R'
                                    THEN RWP_POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RWP_ENTRY = 'X'
                                    THEN RWP_POINTS ELSE 0 END), 0)
                  INTO :WS-MON-EARNED,
                       :WS-MON-REVERSED,
                       :WS-MON-REDEEMED,
                       :WS-MON-EXPIRED
                  FROM BNKRWPT
                 WHERE RWP_CREATED_TS >= :WS-MONTH-START
                   AND RWP_CREATED_TS <  :WS-MONTH-END
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-HOLDER-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'HOLDERS WITH A BALANCE:     ' DELIMITED BY SIZE
                  WS-CNT-DSP                     DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-OUT-POINTS TO WS-PTS-DSP.
           MOVE WS-LIABILITY  TO WS-AMT-DSP.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'OUTSTANDING POINTS:         ' DELIMITED BY SIZE
                  WS-PTS-DSP                     DELIMITED BY SIZE
                  '   LIABILITY: '               DELIMITED BY SIZE
                  WS-AMT-DSP                     DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-NEG-POINTS TO WS-PTS-DSP.
           MOVE WS-NEG-VALUE  TO WS-AMT-DSP.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'NEGATIVE BALANCES:          ' DELIMITED BY SIZE
                  WS-PTS-DSP                     DELIMITED BY SIZE
                  '   VALUE:     '               DELIMITED BY SIZE
                  WS-AMT-DSP                     DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE SPACES TO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'MOVEMENT ' DELIMITED BY SIZE
                  WS-MONTH-START DELIMITED BY SIZE
                  ' TO '      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
                  ' (EXCLUSIVE)' DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-MON-EARNED   TO WS-PTS-DSP.
           MOVE WS-MON-REVERSED TO WS-PTS-DSP2.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'EARNED:                     ' DELIMITED BY SIZE
                  WS-PTS-DSP                     DELIMITED BY SIZE
                  '   REVERSED:  '               DELIMITED BY SIZE
                  WS-PTS-DSP2                    DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-MON-REDEEMED TO WS-PTS-DSP.
           MOVE WS-MON-EXPIRED  TO WS-PTS-DSP2.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'REDEEMED:                   ' DELIMITED BY SIZE
                  WS-PTS-DSP                     DELIMITED BY SIZE
                  '   EXPIRED:   '               DELIMITED BY SIZE
                  WS-PTS-DSP2                    DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

           MOVE WS-LAPSED-COUNT  TO WS-CNT-DSP.
           MOVE WS-LAPSED-POINTS TO WS-PTS-DSP.
           MOVE SPACES TO RWDRPT-RECORD.
           STRING 'LAPSED THIS RUN - HOLDERS:  ' DELIMITED BY SIZE
                  WS-CNT-DSP                     DELIMITED BY SIZE
                  '   POINTS:    '               DELIMITED BY SIZE
                  WS-PTS-DSP                     DELIMITED BY SIZE
             INTO RWDRPT-RECORD.
           WRITE RWDRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DRWRD02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the lapses as one unit of work, or roll them all back
      * if the database failed part way.
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
           MOVE 'RWDMEND' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'RWDMEND' TO CD37I-JOB.
           MOVE WS-HOLDER-COUNT TO CD37I-ROWS-READ.
           MOVE WS-LAPSED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-LIABILITY TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'G' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
