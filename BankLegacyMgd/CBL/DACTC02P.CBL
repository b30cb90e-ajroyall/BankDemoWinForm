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
001300* Program:     DACTC02P.CBL                                    *
001400* Function:    Activity counter check and rebuild - nightly, in *
001500*              the end-of-day stream as ACTCTR, ahead of the    *
001600*              structuring scan that reads the counters.        *
001700*              BNKACTC rows older than BNKPARM ACTCDAYS days    *
001800*              (default 35, never under 7) are purged; every    *
001900*              counter inside the window is then checked        *
002000*              against the BNKTXN rows it stands for, grouped   *
002100*              on the same key DACTC01P builds:                 *
002200*                - a counter that agrees is left alone;         *
002300*                - one that has drifted is REBUILT from BNKTXN; *
002400*                - a BNKTXN group with no counter is ADDED;     *
002500*                - a counter BNKTXN no longer accounts for is   *
002600*                  REMOVED.                                     *
002700*              BNKPARM ACTCREBUILD set to 1 throws the window's *
002800*              counters away first and builds them all again    *
002900*              (drift lines are then not listed).  Drift goes   *
003000*              to ACTCTR.RPT, restricted.                       *
003100*              SQL version - standalone batch step, connects    *
003200*              and disconnects itself.                          *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DACTC02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTCRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTCRPT.
       01  ACTCRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\ACTCTR.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-REBUILD-SW                     PIC X(1) VALUE 'N'.
               88  WS-FULL-REBUILD               VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-STEP-SUB                       PIC S9(3) COMP.
           05  WS-DAYS-DSP                       PIC ZZ9.
           05  WS-GROUP-COUNT                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-MATCHED-COUNT                  PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-REBUILT-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ADDED-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REMOVED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-PURGED-COUNT                   PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(8)9.
           05  WS-CNT-DSP2                       PIC Z(8)9.
           05  WS-CNT-DSP3                       PIC Z(8)9.

      *-----------------------------------------------------------------
      * Report lines - the counter as it stood against what BNKTXN
      * says it should be.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-ACCNO                         PIC X(9).
           05  FILLER                            PIC X(2).
           05  RPT-DAY                           PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-SUB-TYPE                      PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPT-DIRECTION                     PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPT-CATEGORY                      PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPT-CHANNEL                       PIC X(1).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(8).
           05  FILLER                            PIC X(2).
           05  RPT-ACT-COUNT                     PIC Z(6)9.
           05  FILLER                            PIC X(1).
           05  RPT-ACT-TOTAL                     PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-TXN-COUNT                     PIC Z(6)9.
           05  FILLER                            PIC X(1).
           05  RPT-TXN-TOTAL                     PIC -(10)9.99.

           COPY CPARM01.
           COPY UDATECC2.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAK
           END-EXEC.

           COPY CBANKSAKX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CUTOFF-DAY                         PIC X(10).
       01  WS-CUTOFF-TS                          PIC X(26).
       01  WS-KEEP-DAYS                          PIC S9(3) COMP-3.
       01  WS-ROW-COUNT                          PIC S9(9) COMP-3.
       01  WS-TXN-COUNT                          PIC S9(7) COMP-3.
       01  WS-TXN-TOTAL                          PIC S9(11)V99 COMP-3.
       01  WS-TXN-MAX                            PIC S9(7)V99 COMP-3.

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
               PERFORM P100-RUN-CHECK THRU RUN-CHECK-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DACTC02P - unable to connect, counter check aborted'
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
      * Purge, then check every counter in the window against BNKTXN.
      *=================================================================
       P100-RUN-CHECK.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM P110-BUILD-TODAY.
           PERFORM P120-GET-PARMS.
           PERFORM P130-BUILD-CUTOFF.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-CHECK-EXIT
           END-IF.

           OPEN OUTPUT ACTCRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DACTC02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-CHECK-EXIT
           END-IF.

           MOVE WS-KEEP-DAYS TO WS-DAYS-DSP.
           MOVE SPACES TO ACTCRPT-RECORD.
           STRING 'ACTIVITY COUNTERS CHECKED AGAINST BNKTXN - '
                    DELIMITED BY SIZE
                  WS-DAYS-DSP   DELIMITED BY SIZE
                  ' DAYS FROM ' DELIMITED BY SIZE
                  WS-CUTOFF-DAY DELIMITED BY SIZE
                  ' RUN '       DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** RESTRICTED ***' DELIMITED BY SIZE
             INTO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.
           IF WS-FULL-REBUILD
               MOVE 'FULL REBUILD REQUESTED (BNKPARM ACTCREBUILD)'
                 TO ACTCRPT-RECORD
               WRITE ACTCRPT-RECORD
           END-IF.
           MOVE SPACES TO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.
           MOVE SPACES TO ACTCRPT-RECORD.
           STRING 'ACCOUNT    DAY         PID    S  D  C  K  '
                    DELIMITED BY SIZE
                  'ACTION      COUNTER        COUNTER TOTAL'
                    DELIMITED BY SIZE
                  '   BNKTXN         BNKTXN TOTAL'
                    DELIMITED BY SIZE
             INTO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.

           PERFORM P200-PURGE-OLD.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P250-MARK-WINDOW
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-CHECK-GROUPS
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P500-REMOVE-ORPHANS
           END-IF.

           PERFORM P600-WRITE-TOTALS.

           CLOSE ACTCRPT.

           DISPLAY 'DACTC02P - counter check complete, checked: '
                   WS-GROUP-COUNT ' rebuilt: ' WS-REBUILT-COUNT
                   ' added: ' WS-ADDED-COUNT
                   ' removed: ' WS-REMOVED-COUNT.

       RUN-CHECK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today as YYYY-MM-DD.
      *-----------------------------------------------------------------
       P110-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *-----------------------------------------------------------------
      * How many days of counters are kept - the same BNKPARM row
      * DBANK87P reads to decide whether a window fits in them - and
      * whether tonight's run throws them away and starts again.
      *-----------------------------------------------------------------
       P120-GET-PARMS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'ACTCDAYS' TO PARM01I-NAME.
           MOVE 35 TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-KEEP-DAYS
           ELSE
               MOVE 35 TO WS-KEEP-DAYS
           END-IF.

           IF WS-KEEP-DAYS < 7
               MOVE 7 TO WS-KEEP-DAYS
           END-IF.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'ACTCREBUILD' TO PARM01I-NAME.
           MOVE ZERO TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
              AND PARM01O-VALUE = 1
               SET WS-FULL-REBUILD TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The oldest day kept runs back WS-KEEP-DAYS calendar days from
      * today, one day at a time through UDATECNV, as DSTRC01P builds
      * its window.
      *-----------------------------------------------------------------
       P130-BUILD-CUTOFF.
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DAY.

           PERFORM P135-STEP-BACK-ONE-DAY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-KEEP-DAYS OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO WS-CUTOFF-TS.
           STRING WS-CUTOFF-DAY       DELIMITED BY SIZE
                  '-00.00.00.000000'  DELIMITED BY SIZE
             INTO WS-CUTOFF-TS.

       P135-STEP-BACK-ONE-DAY.
           MOVE 'Q0'          TO DDIOTYPE.
           MOVE WS-CUTOFF-DAY TO DDIDATA.

           CALL 'UDATECNV' USING BY REFERENCE CDATED.

           IF DDODATA(1:5) = 'ERROR'
               DISPLAY 'DACTC02P - calendar error building cutoff'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE DDODATA(1:10) TO WS-CUTOFF-DAY
           END-IF.

      *-----------------------------------------------------------------
      * Days that have fallen out of the window go - all of the
      * window's days too when a full rebuild is asked for.
      *-----------------------------------------------------------------
       P200-PURGE-OLD.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKACTC
                 WHERE ACT_DAY < :WS-CUTOFF-DAY
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO AND WS-ROW-COUNT > ZERO
               MOVE WS-ROW-COUNT TO WS-PURGED-COUNT
               EXEC SQL
                    DELETE FROM BNKACTC
                     WHERE ACT_DAY < :WS-CUTOFF-DAY
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF WS-FULL-REBUILD AND NOT WS-JOB-HAD-ERROR
               EXEC SQL
                    DELETE FROM BNKACTC
                     WHERE ACT_DAY >= :WS-CUTOFF-DAY
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Every counter left in the window starts unchecked; P300 ticks
      * off each one BNKTXN accounts for.  A counter DACTC01P starts
      * while the run is going is born checked.
      *-----------------------------------------------------------------
       P250-MARK-WINDOW.
           EXEC SQL
                UPDATE BNKACTC
                   SET ACT_CHECKED = 'N'
                 WHERE ACT_DAY >= :WS-CUTOFF-DAY
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * BNKTXN in the window, grouped on the counter key.  The key is
      * worked out in the nested select so the outer one can group on
      * it - the channel and direction rules are DACTC01P's P200.
      *-----------------------------------------------------------------
       P300-CHECK-GROUPS.
           EXEC SQL
                DECLARE TXG_CSR CURSOR FOR
                SELECT T_ACCNO, T_DAY, T_PID, T_SUB_TYPE,
                       T_DIRECTION, T_CATEGORY, T_CHANNEL,
                       COUNT(*), SUM(T_AMOUNT), MAX(ABS(T_AMOUNT))
                FROM (SELECT BTX_ACCNO    AS T_ACCNO,
                             CHAR(DATE(BTX_TIMESTAMP), ISO) AS T_DAY,
                             BTX_PID      AS T_PID,
                             BTX_SUB_TYPE AS T_SUB_TYPE,
                             CASE WHEN BTX_AMOUNT < 0 THEN 'D'
                                  ELSE 'C'
                             END          AS T_DIRECTION,
                             BTX_CATEGORY AS T_CATEGORY,
                             CASE WHEN BTX_TYPE = '5'    THEN 'K'
                                  WHEN BTX_USERID <> ' ' THEN 'B'
                                  WHEN BTX_TYPE IN ('3', '4')
                                                         THEN 'S'
                                  ELSE 'O'
                             END          AS T_CHANNEL,
                             BTX_AMOUNT   AS T_AMOUNT
                        FROM BNKTXN
                       WHERE BTX_ACCNO IS NOT NULL
                         AND BTX_ACCNO <> ' '
                         AND BTX_TIMESTAMP >= :WS-CUTOFF-TS) AS T
                GROUP BY T_ACCNO, T_DAY, T_PID, T_SUB_TYPE,
                         T_DIRECTION, T_CATEGORY, T_CHANNEL
                ORDER BY T_ACCNO, T_DAY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-GROUP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE TXG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P310-FETCH-GROUP.
           EXEC SQL
                FETCH TXG_CSR
                INTO :DCL-ACT-ACCNO, :DCL-ACT-DAY, :DCL-ACT-PID,
                     :DCL-ACT-SUB-TYPE, :DCL-ACT-DIRECTION,
                     :DCL-ACT-CATEGORY, :DCL-ACT-CHANNEL,
                     :WS-TXN-COUNT, :WS-TXN-TOTAL, :WS-TXN-MAX
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-GROUP-COUNT
               PERFORM P320-CHECK-ONE-GROUP
               IF NOT WS-JOB-HAD-ERROR
                   MOVE ZERO TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One BNKTXN group against its counter.
      *-----------------------------------------------------------------
       P320-CHECK-ONE-GROUP.
           EXEC SQL
                SELECT ACT_COUNT, ACT_TOTAL, ACT_MAX_AMOUNT
                  INTO :DCL-ACT-COUNT, :DCL-ACT-TOTAL,
                       :DCL-ACT-MAX-AMOUNT
                  FROM BNKACTC
                 WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                   AND ACT_DAY       = :DCL-ACT-DAY
                   AND ACT_PID       = :DCL-ACT-PID
                   AND ACT_SUB_TYPE  = :DCL-ACT-SUB-TYPE
                   AND ACT_DIRECTION = :DCL-ACT-DIRECTION
                   AND ACT_CATEGORY  = :DCL-ACT-CATEGORY
                   AND ACT_CHANNEL   = :DCL-ACT-CHANNEL
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE ZERO TO DCL-ACT-COUNT DCL-ACT-TOTAL
                   PERFORM P340-ADD-COUNTER
               WHEN SQLCODE NOT = ZERO
                   PERFORM P800-ERROR-CHECK
               WHEN DCL-ACT-COUNT      = WS-TXN-COUNT
                AND DCL-ACT-TOTAL      = WS-TXN-TOTAL
                AND DCL-ACT-MAX-AMOUNT = WS-TXN-MAX
                   PERFORM P330-TICK-COUNTER
               WHEN OTHER
                   PERFORM P350-REBUILD-COUNTER
           END-EVALUATE.

       P330-TICK-COUNTER.
           ADD 1 TO WS-MATCHED-COUNT.

           EXEC SQL
                UPDATE BNKACTC
                   SET ACT_CHECKED   = 'Y'
                 WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                   AND ACT_DAY       = :DCL-ACT-DAY
                   AND ACT_PID       = :DCL-ACT-PID
                   AND ACT_SUB_TYPE  = :DCL-ACT-SUB-TYPE
                   AND ACT_DIRECTION = :DCL-ACT-DIRECTION
                   AND ACT_CATEGORY  = :DCL-ACT-CATEGORY
                   AND ACT_CHANNEL   = :DCL-ACT-CHANNEL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P340-ADD-COUNTER.
           ADD 1 TO WS-ADDED-COUNT.

           IF NOT WS-FULL-REBUILD
               MOVE 'ADDED' TO RPT-ACTION
               PERFORM P390-WRITE-DRIFT
           END-IF.

           EXEC SQL
                INSERT INTO BNKACTC (
                  ACT_ACCNO,
                  ACT_DAY,
                  ACT_PID,
                  ACT_SUB_TYPE,
                  ACT_DIRECTION,
                  ACT_CATEGORY,
                  ACT_CHANNEL,
                  ACT_COUNT,
                  ACT_TOTAL,
                  ACT_MAX_AMOUNT,
                  ACT_CHECKED,
                  ACT_UPDATED
                ) VALUES (
                  :DCL-ACT-ACCNO,
                  :DCL-ACT-DAY,
                  :DCL-ACT-PID,
                  :DCL-ACT-SUB-TYPE,
                  :DCL-ACT-DIRECTION,
                  :DCL-ACT-CATEGORY,
                  :DCL-ACT-CHANNEL,
                  :WS-TXN-COUNT,
                  :WS-TXN-TOTAL,
                  :WS-TXN-MAX,
                  'Y',
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P350-REBUILD-COUNTER.
           ADD 1 TO WS-REBUILT-COUNT.
           MOVE 'REBUILT' TO RPT-ACTION.
           PERFORM P390-WRITE-DRIFT.

           EXEC SQL
                UPDATE BNKACTC
                   SET ACT_COUNT      = :WS-TXN-COUNT,
                       ACT_TOTAL      = :WS-TXN-TOTAL,
                       ACT_MAX_AMOUNT = :WS-TXN-MAX,
                       ACT_CHECKED    = 'Y',
                       ACT_UPDATED    = CURRENT TIMESTAMP
                 WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                   AND ACT_DAY       = :DCL-ACT-DAY
                   AND ACT_PID       = :DCL-ACT-PID
                   AND ACT_SUB_TYPE  = :DCL-ACT-SUB-TYPE
                   AND ACT_DIRECTION = :DCL-ACT-DIRECTION
                   AND ACT_CATEGORY  = :DCL-ACT-CATEGORY
                   AND ACT_CHANNEL   = :DCL-ACT-CHANNEL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    RPT-ACTION is set by the caller.
       P390-WRITE-DRIFT.
           MOVE DCL-ACT-ACCNO      TO RPT-ACCNO.
           MOVE DCL-ACT-DAY        TO RPT-DAY.
           MOVE DCL-ACT-PID        TO RPT-PID.
           MOVE DCL-ACT-SUB-TYPE   TO RPT-SUB-TYPE.
           MOVE DCL-ACT-DIRECTION  TO RPT-DIRECTION.
           MOVE DCL-ACT-CATEGORY   TO RPT-CATEGORY.
           MOVE DCL-ACT-CHANNEL    TO RPT-CHANNEL.
           MOVE DCL-ACT-COUNT      TO RPT-ACT-COUNT.
           MOVE DCL-ACT-TOTAL      TO RPT-ACT-TOTAL.
           MOVE WS-TXN-COUNT       TO RPT-TXN-COUNT.
           MOVE WS-TXN-TOTAL       TO RPT-TXN-TOTAL.

           WRITE ACTCRPT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      *-----------------------------------------------------------------
      * Counters still unchecked count postings BNKTXN does not hold -
      * listed, then deleted.
      *-----------------------------------------------------------------
       P500-REMOVE-ORPHANS.
           EXEC SQL
                DECLARE ACTO_CSR CURSOR FOR
                SELECT ACT_ACCNO, ACT_DAY, ACT_PID, ACT_SUB_TYPE,
                       ACT_DIRECTION, ACT_CATEGORY, ACT_CHANNEL,
                       ACT_COUNT, ACT_TOTAL
                FROM BNKACTC
                WHERE ACT_CHECKED = 'N'
                  AND ACT_DAY    >= :WS-CUTOFF-DAY
                ORDER BY ACT_ACCNO, ACT_DAY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ACTO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-ORPHAN
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ACTO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-REMOVED-COUNT > ZERO AND NOT WS-JOB-HAD-ERROR
               EXEC SQL
                    DELETE FROM BNKACTC
                     WHERE ACT_CHECKED = 'N'
                       AND ACT_DAY    >= :WS-CUTOFF-DAY
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P510-FETCH-ORPHAN.
           EXEC SQL
                FETCH ACTO_CSR
                INTO :DCL-ACT-ACCNO, :DCL-ACT-DAY, :DCL-ACT-PID,
                     :DCL-ACT-SUB-TYPE, :DCL-ACT-DIRECTION,
                     :DCL-ACT-CATEGORY, :DCL-ACT-CHANNEL,
                     :DCL-ACT-COUNT, :DCL-ACT-TOTAL
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-REMOVED-COUNT
               MOVE ZERO TO WS-TXN-COUNT WS-TXN-TOTAL
               MOVE 'REMOVED' TO RPT-ACTION
               PERFORM P390-WRITE-DRIFT
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P600-WRITE-TOTALS.
           MOVE SPACES TO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.

           MOVE WS-GROUP-COUNT   TO WS-CNT-DSP.
           MOVE WS-MATCHED-COUNT TO WS-CNT-DSP2.
           MOVE WS-PURGED-COUNT  TO WS-CNT-DSP3.
           MOVE SPACES TO ACTCRPT-RECORD.
           STRING 'CHECKED: '        DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   MATCHED: '     DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   PURGED: '      DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.

           MOVE WS-REBUILT-COUNT TO WS-CNT-DSP.
           MOVE WS-ADDED-COUNT   TO WS-CNT-DSP2.
           MOVE WS-REMOVED-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO ACTCRPT-RECORD.
           STRING 'REBUILT: '        DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   ADDED: '       DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   REMOVED: '     DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO ACTCRPT-RECORD.
           WRITE ACTCRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DACTC02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The purge, the repairs and the removals go together or not at
      * all.
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
           MOVE 'ACTCTR' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ACTCTR' TO CD37I-JOB.
           MOVE WS-GROUP-COUNT   TO CD37I-ROWS-READ.
           COMPUTE CD37I-ROWS-POSTED =
                   WS-REBUILT-COUNT + WS-ADDED-COUNT.
           MOVE WS-REMOVED-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO             TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
