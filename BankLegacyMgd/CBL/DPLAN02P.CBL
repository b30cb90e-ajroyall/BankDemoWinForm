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
001300* Program:     DPLAN02P.CBL                                    *
001400* Function:    Registered-plan excess run - month end, for the  *
001500*              month just ended.  Every holder of a registered  *
001600*              tax-free savings plan account (BAT_PLAN 'Y') has *
001700*              their contribution room for the month's year     *
001800*              brought up to date through DPLAN01P, the same    *
001900*              figures the B123 screen shows.  A holder over    *
002000*              their room gets a BNKPLEX row for the month with *
002100*              the excess and the penalty it attracts - the     *
002200*              PLANPENPCT parameter, percent per month - and a  *
002300*              penalty notice line on PLANEXCS.RPT, flagged     *
002400*              where no SIN is held to report under.  A rerun   *
002500*              of the month replaces its rows.                  *
002600*              SQL version - standalone batch step, connects    *
002700*              and disconnects itself.                          *
002800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPLAN02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANRPT.
       01  PLANRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\PLANEXCS.RPT".
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
           05  WS-EXCESS-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIP-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-EXCESS                   PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-PENALTY                  PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
      *-----------------------------------------------------------------
      * Penalty rate, percent of the excess per month - site-tunable
      * through BNKPARM.
      *-----------------------------------------------------------------
           05  WS-PENALTY-PCT                    PIC S9(7)V99 COMP-3
                                                  VALUE +1.00.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-AMT-DSP                        PIC Z(8)9.99-.
           05  WS-AMT-DSP2                       PIC Z(8)9.99-.

       01  WS-PLAN-ERRMSG                        PIC X(65).
       01  WS-PLAN-ERRMSG-R REDEFINES WS-PLAN-ERRMSG.
           05  WS-PLAN-ERR-TEXT                  PIC X(28).
               88  WS-PLAN-DB-ERROR              VALUE
                   'Plan room failed - SQLCODE: '.
           05  FILLER                            PIC X(37).
       01  WS-PLAN-GOODMSG                       PIC X(65).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-NAME                          PIC X(25).
           05  FILLER                            PIC X(2).
           05  RPT-YEAR                          PIC X(4).
           05  FILLER                            PIC X(2).
           05  RPT-OPENING                       PIC Z(6)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-CONTRIB                       PIC Z(6)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-WITHDRAWN                     PIC Z(6)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-EXCESS                        PIC Z(6)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-PENALTY                       PIC Z(6)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(16).

           COPY CPLAN01.
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
                INCLUDE CBANKSPE
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSPEX.
           COPY CBANKSACX.

       01  WS-RUN-MONTH                          PIC X(7).

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
               PERFORM P100-RUN-EXCESS THRU RUN-EXCESS-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DPLAN02P - unable to connect, plan excess aborted'
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
      * Clear the month's rows, then one pass over the plan holders.
      *=================================================================
       P100-RUN-EXCESS.
           PERFORM P110-BUILD-PRIOR-MONTH.
           PERFORM P050-LOAD-PARMS.

           OPEN OUTPUT PLANRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DPLAN02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-EXCESS-EXIT
           END-IF.

           MOVE SPACES TO PLANRPT-RECORD.
           STRING 'REGISTERED PLAN EXCESS - PENALTY NOTICES FOR '
                    DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
             INTO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.
           MOVE SPACES TO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.
           MOVE SPACES TO PLANRPT-RECORD.
           STRING 'PID    NAME                       YEAR  '
                    DELIMITED BY SIZE
                  '    OPENING      CONTRIB    WITHDRAWN  '
                    DELIMITED BY SIZE
                  '     EXCESS      PENALTY'
                    DELIMITED BY SIZE
             INTO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.

      *    A rerun of the month starts clean.
           MOVE WS-RUN-MONTH TO DCL-PEX-MONTH.

           EXEC SQL
                DELETE FROM BNKPLEX
                 WHERE PEX_MONTH = :DCL-PEX-MONTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               CLOSE PLANRPT
               GO TO RUN-EXCESS-EXIT
           END-IF.

           EXEC SQL
                DECLARE PLH_CSR CURSOR FOR
                SELECT DISTINCT A.BAC_PID
                FROM BNKACC A,
                     BNKATYP Y
                WHERE Y.BAT_TYPE = A.BAC_ACCTYPE
                  AND Y.BAT_PLAN = 'Y'
                ORDER BY A.BAC_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PLH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P200-FETCH-HOLDER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PLH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WRITE-TOTALS.

           CLOSE PLANRPT.

           DISPLAY 'DPLAN02P - plan excess complete for ' WS-RUN-MONTH
                   ', holders: ' WS-HOLDER-COUNT
                   ' over room: ' WS-EXCESS-COUNT.

       RUN-EXCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The month just ended, and the year it belongs to.
      *-----------------------------------------------------------------
       P110-BUILD-PRIOR-MONTH.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           IF WS-SYSDATE-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-SYSDATE-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-SYSDATE-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-SYSDATE-MM - 1
           END-IF.

           MOVE SPACES TO WS-RUN-MONTH.
           STRING WS-PRIOR-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-PRIOR-MM   DELIMITED BY SIZE
             INTO WS-RUN-MONTH.

      *-----------------------------------------------------------------
      * The penalty rate from BNKPARM, the compiled value when silent.
      *-----------------------------------------------------------------
       P050-LOAD-PARMS.
           MOVE SPACES         TO PARM01-DATA.
           MOVE SPACES         TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET     TO TRUE.
           MOVE 'PLANPENPCT'   TO PARM01I-NAME.
           MOVE WS-PENALTY-PCT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-PENALTY-PCT
           END-IF.

       P200-FETCH-HOLDER.
           EXEC SQL
                FETCH PLH_CSR
                INTO :DCL-BAC-PID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-HOLDER-COUNT
               PERFORM P300-ONE-HOLDER THRU ONE-HOLDER-EXIT
      *        The cursor must see a clean SQLCODE to fetch again.
               IF NOT WS-JOB-HAD-ERROR
                   MOVE ZERO TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One holder - their room for the year brought up to date, and
      * the month's row and notice line when they are over it.  A
      * holder DPLAN01P turns away (no customer row) is skipped and
      * counted; a database failure fails the run.
      *-----------------------------------------------------------------
       P300-ONE-HOLDER.
           MOVE SPACES TO PLAN01-DATA WS-PLAN-ERRMSG WS-PLAN-GOODMSG.
           SET PLAN01I-QUERY TO TRUE.
           MOVE 'BATCH'       TO PLAN01I-USERID.
           MOVE DCL-BAC-PID   TO PLAN01I-PID.
           MOVE WS-PRIOR-YYYY TO PLAN01I-YEAR.
           MOVE ZERO          TO PLAN01I-AMOUNT PLAN01I-NEW-ROOM.

           CALL 'DPLAN01P' USING BY REFERENCE PLAN01-DATA
                                 BY REFERENCE WS-PLAN-ERRMSG
                                 BY REFERENCE WS-PLAN-GOODMSG.

           IF WS-PLAN-ERRMSG NOT = SPACES
               IF WS-PLAN-DB-ERROR
                   DISPLAY 'DPLAN02P - ' WS-PLAN-ERRMSG
                   MOVE 'Y' TO WS-JOB-ERROR-SW
               ELSE
                   DISPLAY 'DPLAN02P - holder ' DCL-BAC-PID
                           ' skipped: ' WS-PLAN-ERRMSG
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
               GO TO ONE-HOLDER-EXIT
           END-IF.

           IF PLAN01O-EXCESS NOT > ZERO
               GO TO ONE-HOLDER-EXIT
           END-IF.

           MOVE DCL-BAC-PID    TO DCL-PEX-PID.
           MOVE WS-RUN-MONTH   TO DCL-PEX-MONTH.
           MOVE PLAN01O-EXCESS TO DCL-PEX-EXCESS.
           COMPUTE DCL-PEX-PENALTY ROUNDED =
               PLAN01O-EXCESS * WS-PENALTY-PCT / 100.

           EXEC SQL
                INSERT INTO BNKPLEX (
                  PEX_PID,
                  PEX_MONTH,
                  PEX_EXCESS,
                  PEX_PENALTY,
                  PEX_CREATED_TS
                ) VALUES (
                  :DCL-PEX-PID,
                  :DCL-PEX-MONTH,
                  :DCL-PEX-EXCESS,
                  :DCL-PEX-PENALTY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO ONE-HOLDER-EXIT
           END-IF.

           ADD 1               TO WS-EXCESS-COUNT.
           ADD DCL-PEX-EXCESS  TO WS-TOTAL-EXCESS.
           ADD DCL-PEX-PENALTY TO WS-TOTAL-PENALTY.

           MOVE SPACES            TO WS-RPT-LINE.
           MOVE DCL-PEX-PID       TO RPT-PID.
           MOVE PLAN01O-NAME      TO RPT-NAME.
           MOVE PLAN01O-YEAR      TO RPT-YEAR.
           MOVE PLAN01O-OPENING   TO RPT-OPENING.
           MOVE PLAN01O-CONTRIB   TO RPT-CONTRIB.
           MOVE PLAN01O-WITHDRAWN TO RPT-WITHDRAWN.
           MOVE DCL-PEX-EXCESS    TO RPT-EXCESS.
           MOVE DCL-PEX-PENALTY   TO RPT-PENALTY.
           IF PLAN01O-NO-SIN
               MOVE 'NO SIN ON FILE' TO RPT-NOTE
           END-IF.
           WRITE PLANRPT-RECORD FROM WS-RPT-LINE.

       ONE-HOLDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Run totals at the foot of the notices.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.

           MOVE WS-HOLDER-COUNT TO WS-CNT-DSP.
           MOVE WS-EXCESS-COUNT TO WS-CNT-DSP2.
           MOVE SPACES TO PLANRPT-RECORD.
           STRING 'PLAN HOLDERS: '  DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  '   OVER ROOM: '  DELIMITED BY SIZE
                  WS-CNT-DSP2       DELIMITED BY SIZE
             INTO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.

           MOVE WS-TOTAL-EXCESS  TO WS-AMT-DSP.
           MOVE WS-TOTAL-PENALTY TO WS-AMT-DSP2.
           MOVE SPACES TO PLANRPT-RECORD.
           STRING 'TOTAL EXCESS: '   DELIMITED BY SIZE
                  WS-AMT-DSP         DELIMITED BY SIZE
                  '   PENALTY: '     DELIMITED BY SIZE
                  WS-AMT-DSP2        DELIMITED BY SIZE
             INTO PLANRPT-RECORD.
           WRITE PLANRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DPLAN02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the month's rows and the refreshed room as one unit of
      * work, or roll it all back if the database failed part way.
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
           MOVE 'PLANEXCS' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'PLANEXCS' TO CD37I-JOB.
           MOVE WS-HOLDER-COUNT TO CD37I-ROWS-READ.
           MOVE WS-EXCESS-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-SKIP-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-PENALTY TO CD37I-AMOUNT-POSTED.
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
