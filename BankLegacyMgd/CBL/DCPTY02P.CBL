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
001300* Program:     DCPTY02P.CBL                                    *
001400* Function:    Monthly large-exposure report.  Every connected- *
001500*              party group on BNKCPGRP, then every customer     *
001600*              with an open account who is in no group, has its *
001700*              exposure totalled by DCPTY01P - loans, drawn     *
001800*              overdrafts and lines, undrawn commitments and    *
001900*              pending originations, net of eligible collateral *
      *              and outside guarantees - and judged against the  *
002000*              capital-based limit.                             *
002100*              Exposures at or over the reporting share of      *
002200*              capital (BNKPARM LGEXPREPORT, per cent) are      *
002300*              listed, and every breach or near-breach whatever *
002400*              its size, with breach and near-breach totals.    *
002500*              Written to LGEXPOS.RPT and registered on the     *
002600*              batch run log.  Read only.                       *
002700*              SQL version - standalone batch step, connects    *
002800*              and disconnects itself.                          *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCPTY02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPRPT.
       01  EXPRPT-RECORD                        PIC X(150).

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
                   VALUE "C:\BANK\DATA\LGEXPOS.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-BANK-ERRMSG                    PIC X(65).
           05  WS-BANK-GOODMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LISTED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BREACH-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NEAR-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BREACH-NET                     PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-NEAR-NET                       PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
      *-----------------------------------------------------------------
      * Compiled default - BNKPARM row LGEXPREPORT stands over it.
      *-----------------------------------------------------------------
           05  WS-REPORT-PCT                     PIC S9(7)V99 COMP-3
                                                  VALUE 10.00.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

       01  WS-RPT-LINE.
           05  WS-RL-KIND                        PIC X(1).
           05  WS-RL-ID                          PIC X(5).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  WS-RL-NAME                        PIC X(30).
           05  WS-RL-MEMBERS                     PIC ZZ9.
           05  WS-RL-LOANS                       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-DRAWN                       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-UNDRAWN                     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-PENDING                     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-COLLATERAL                  PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-NET                         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-PCT                         PIC ZZZ9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-FLAG                        PIC X(6).

       01  WS-GROUP-DSP                          PIC 9(5).
       01  WS-CNT-DSP                            PIC Z(6)9.
       01  WS-AMT-DSP                            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DSP                            PIC ZZ9.99.

           COPY CBANKVC37.

           COPY CPARM01.

           COPY CCPTY01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGP
           END-EXEC.

           COPY CBANKSGPX.

       01  WS-CUST-PID                           PIC X(5).
       01  WS-CUST-NAME                          PIC X(25).

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
                 'DCPTY02P - unable to connect, exposure report aborted'
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
      * The groups, then customers standing alone.
      *=================================================================
       P100-RUN-REPORT.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM P050-LOAD-THRESHOLD.

           OPEN OUTPUT EXPRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCPTY02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           MOVE WS-REPORT-PCT TO WS-PCT-DSP.
           MOVE SPACES TO EXPRPT-RECORD.
           STRING 'LARGE EXPOSURES AT ' DELIMITED BY SIZE
                  WS-SYSDATE-YYYY       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-SYSDATE-MM         DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-SYSDATE-DD         DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-PCT-DSP            DELIMITED BY SIZE
                  '% OF CAPITAL AND OVER, WITH EVERY BREACH AND '
                                        DELIMITED BY SIZE
                  'NEAR-BREACH'         DELIMITED BY SIZE
             INTO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE SPACES TO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE SPACES TO EXPRPT-RECORD.
           STRING 'GROUP/ NAME                          MBR'
                    DELIMITED BY SIZE
                  '         LOANS         DRAWN       UNDRAWN'
                    DELIMITED BY SIZE
                  '       PENDING    COLL+GUAR.           NET'
                    DELIMITED BY SIZE
                  '   %CAP  FLAG'
                    DELIMITED BY SIZE
             INTO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE 'PID' TO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.

           PERFORM P110-GROUPS.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P200-SINGLE-NAMES
           END-IF.

           MOVE SPACES TO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE WS-BREACH-COUNT TO WS-CNT-DSP.
           MOVE WS-BREACH-NET   TO WS-AMT-DSP.
           MOVE SPACES TO EXPRPT-RECORD.
           STRING 'BREACHES:      ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  '   NET EXPOSURE ' DELIMITED BY SIZE
                  WS-AMT-DSP        DELIMITED BY SIZE
             INTO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE WS-NEAR-COUNT TO WS-CNT-DSP.
           MOVE WS-NEAR-NET   TO WS-AMT-DSP.
           MOVE SPACES TO EXPRPT-RECORD.
           STRING 'NEAR-BREACHES: ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  '   NET EXPOSURE ' DELIMITED BY SIZE
                  WS-AMT-DSP        DELIMITED BY SIZE
             INTO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.
           MOVE WS-READ-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO EXPRPT-RECORD.
           STRING 'EXAMINED:      ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
             INTO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - REPORT INCOMPLETE' TO EXPRPT-RECORD
               WRITE EXPRPT-RECORD
           END-IF.

           CLOSE EXPRPT.

           DISPLAY 'DCPTY02P - exposure report complete, listed: '
                   WS-LISTED-COUNT ' breaches: ' WS-BREACH-COUNT
                   ' near-breaches: ' WS-NEAR-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The reporting threshold in force - a lookup problem leaves
      * the compiled value standing.
      *-----------------------------------------------------------------
       P050-LOAD-THRESHOLD.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'LGEXPREPORT' TO PARM01I-NAME.
           MOVE WS-REPORT-PCT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-REPORT-PCT
           END-IF.

      *-----------------------------------------------------------------
      * Every group that has members, open or closed - a member
      * counts with their group, never again on their own.
      *-----------------------------------------------------------------
       P110-GROUPS.
           EXEC SQL
                DECLARE CPGRP_CSR CURSOR FOR
                SELECT CPG_GROUP_ID, CPG_NAME
                FROM BNKCPGRP
                WHERE CPG_GROUP_ID IN
                      (SELECT CPM_GROUP_ID FROM BNKCPMBR)
                ORDER BY CPG_GROUP_ID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CPGRP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-GROUP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE CPGRP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-GROUP.
           EXEC SQL
                FETCH CPGRP_CSR
                INTO :DCL-CPG-GROUP-ID, :DCL-CPG-NAME
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO CPTY01-DATA
               SET CPTY01I-EXPOSURE TO TRUE
               MOVE 'BATCH'          TO CPTY01I-USERID
               MOVE DCL-CPG-GROUP-ID TO CPTY01I-GROUP-ID WS-GROUP-DSP
               MOVE ZERO             TO CPTY01I-NEW-AMOUNT
               PERFORM P300-EXPOSURE
               IF NOT WS-JOB-HAD-ERROR
                   MOVE 'G'          TO WS-RL-KIND
                   MOVE WS-GROUP-DSP TO WS-RL-ID
                   MOVE DCL-CPG-NAME TO WS-RL-NAME
                   PERFORM P310-REPORT-EXPOSURE
                      THRU REPORT-EXPOSURE-EXIT
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Customers with an open account who are in no group.
      *-----------------------------------------------------------------
       P200-SINGLE-NAMES.
           EXEC SQL
                DECLARE CPSGL_CSR CURSOR FOR
                SELECT BCS_PID, BCS_NAME
                FROM BNKCUST
                WHERE BCS_PID IN
                      (SELECT BAC_PID FROM BNKACC
                        WHERE BAC_STATUS <> 'C')
                  AND BCS_PID NOT IN
                      (SELECT CPM_PID FROM BNKCPMBR)
                ORDER BY BCS_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CPSGL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-SINGLE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE CPSGL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-SINGLE.
           EXEC SQL
                FETCH CPSGL_CSR
                INTO :WS-CUST-PID, :WS-CUST-NAME
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO CPTY01-DATA
               SET CPTY01I-EXPOSURE TO TRUE
               MOVE 'BATCH'     TO CPTY01I-USERID
               MOVE ZERO        TO CPTY01I-GROUP-ID CPTY01I-NEW-AMOUNT
               MOVE WS-CUST-PID TO CPTY01I-PID
               PERFORM P300-EXPOSURE
               IF NOT WS-JOB-HAD-ERROR
                   MOVE 'P'          TO WS-RL-KIND
                   MOVE WS-CUST-PID  TO WS-RL-ID
                   MOVE WS-CUST-NAME TO WS-RL-NAME
                   PERFORM P310-REPORT-EXPOSURE
                      THRU REPORT-EXPOSURE-EXIT
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * One exposure from DCPTY01P - the caller's cursor is left
      * positioned, so SQLCODE is put back for its fetch loop.
      *=================================================================
       P300-EXPOSURE.
           MOVE SPACES TO WS-BANK-ERRMSG WS-BANK-GOODMSG.

           CALL 'DCPTY01P' USING BY REFERENCE CPTY01-DATA
                                 BY REFERENCE WS-BANK-ERRMSG
                                 BY REFERENCE WS-BANK-GOODMSG.

           IF WS-BANK-ERRMSG NOT = SPACES
               DISPLAY 'DCPTY02P - ' WS-BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

       P310-REPORT-EXPOSURE.
           IF CPTY01O-BREACH
               ADD 1           TO WS-BREACH-COUNT
               ADD CPTY01O-NET TO WS-BREACH-NET
           END-IF.
           IF CPTY01O-NEAR-BREACH
               ADD 1           TO WS-NEAR-COUNT
               ADD CPTY01O-NET TO WS-NEAR-NET
           END-IF.

           IF CPTY01O-WITHIN
              AND (CPTY01O-PCT-CAPITAL < WS-REPORT-PCT
                   OR CPTY01O-NET = ZERO)
               GO TO REPORT-EXPOSURE-EXIT
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE CPTY01O-MEMBER-COUNT TO WS-RL-MEMBERS.
           MOVE CPTY01O-LOANS        TO WS-RL-LOANS.
           MOVE CPTY01O-DRAWN        TO WS-RL-DRAWN.
           MOVE CPTY01O-UNDRAWN      TO WS-RL-UNDRAWN.
           MOVE CPTY01O-PENDING      TO WS-RL-PENDING.
           MOVE CPTY01O-COLLATERAL   TO WS-RL-COLLATERAL.
           MOVE CPTY01O-NET          TO WS-RL-NET.
           MOVE CPTY01O-PCT-CAPITAL  TO WS-RL-PCT.
           EVALUATE TRUE
               WHEN CPTY01O-BREACH
                   MOVE 'BREACH' TO WS-RL-FLAG
               WHEN CPTY01O-NEAR-BREACH
                   MOVE 'NEAR'   TO WS-RL-FLAG
               WHEN OTHER
                   MOVE SPACES   TO WS-RL-FLAG
           END-EVALUATE.

           MOVE WS-RPT-LINE TO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.

       REPORT-EXPOSURE-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DCPTY02P - SQLCODE: ' DISP-SQLCODE
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
           MOVE 'LGEXPOS' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'LGEXPOS' TO CD37I-JOB.
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
