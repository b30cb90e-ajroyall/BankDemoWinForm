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
001300* Program:     DCMPL03P.CBL                                    *
001400* Function:    Quarterly regulatory complaints return, built    *
001500*              from the BNKCMPL register DCMPL01P keeps.  Run   *
001600*              early in a quarter, it reports the quarter just  *
001700*              ended: by complaint category and again by        *
001800*              product, the complaints received, those closed   *
001900*              with their final response, how many of those     *
002000*              were upheld in whole or part, how many were      *
002100*              answered by the statutory date, the redress      *
002200*              paid, and those still outstanding at quarter     *
002300*              end; then the closures by root cause.  The       *
002400*              return is written to CMPLRTN.RPT and registered  *
002500*              on the batch run log for filing.  Read only -    *
002600*              nothing on the register is changed.              *
002700*              SQL version - standalone batch step, connects    *
002800*              and disconnects itself.                          *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCMPL03P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTNRPT.
       01  RTNRPT-RECORD                        PIC X(100).

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
                   VALUE "C:\BANK\DATA\CMPLRTN.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-CAT-SUB                        PIC S9(4) COMP.
           05  WS-PRD-SUB                        PIC S9(4) COMP.
           05  WS-CAU-SUB                        PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * The quarter reported - the one before the quarter the run
      * date falls in.
      *-----------------------------------------------------------------
           05  WS-QTR                            PIC 9(1).
           05  WS-QTR-YYYY                       PIC 9(4).
           05  WS-QTR-FIRST-MM                   PIC 9(2).
           05  WS-QTR-LAST-MM                    PIC 9(2).
           05  WS-QTR-REM                        PIC 9(2).
      *-----------------------------------------------------------------
      * What each complaint counts towards in the quarter.
      *-----------------------------------------------------------------
           05  WS-RECEIVED-SW                    PIC X(1).
               88  WS-IS-RECEIVED                VALUE 'Y'.
           05  WS-CLOSED-SW                      PIC X(1).
               88  WS-IS-CLOSED                  VALUE 'Y'.
           05  WS-OUTSTANDING-SW                 PIC X(1).
               88  WS-IS-OUTSTANDING             VALUE 'Y'.
      *-----------------------------------------------------------------
      * The return's rows - the category and product codes DCMPL01P
      * accepts, the last row of each the total.
      *-----------------------------------------------------------------
           05  WS-CAT-CODES                      PIC X(14)
                   VALUE 'SVFESTCMPROT**'.
           05  WS-CAT-CODES-R REDEFINES WS-CAT-CODES.
               10  WS-CAT-CODE OCCURS 7 TIMES    PIC X(2).
           05  WS-CAT-NAMES.
               10  FILLER                        PIC X(20)
                   VALUE 'SERVICE             '.
               10  FILLER                        PIC X(20)
                   VALUE 'FEES AND CHARGES    '.
               10  FILLER                        PIC X(20)
                   VALUE 'STAFF CONDUCT       '.
               10  FILLER                        PIC X(20)
                   VALUE 'COMMUNICATIONS      '.
               10  FILLER                        PIC X(20)
                   VALUE 'PRODUCT             '.
               10  FILLER                        PIC X(20)
                   VALUE 'OTHER               '.
               10  FILLER                        PIC X(20)
                   VALUE 'TOTAL               '.
           05  WS-CAT-NAMES-R REDEFINES WS-CAT-NAMES.
               10  WS-CAT-NAME OCCURS 7 TIMES    PIC X(20).
           05  WS-PRD-CODES                      PIC X(14)
                   VALUE 'CASALNCDPYOT**'.
           05  WS-PRD-CODES-R REDEFINES WS-PRD-CODES.
               10  WS-PRD-CODE OCCURS 7 TIMES    PIC X(2).
           05  WS-PRD-NAMES.
               10  FILLER                        PIC X(20)
                   VALUE 'CURRENT ACCOUNTS    '.
               10  FILLER                        PIC X(20)
                   VALUE 'SAVINGS             '.
               10  FILLER                        PIC X(20)
                   VALUE 'LOANS               '.
               10  FILLER                        PIC X(20)
                   VALUE 'CARDS               '.
               10  FILLER                        PIC X(20)
                   VALUE 'PAYMENTS            '.
               10  FILLER                        PIC X(20)
                   VALUE 'OTHER               '.
               10  FILLER                        PIC X(20)
                   VALUE 'TOTAL               '.
           05  WS-PRD-NAMES-R REDEFINES WS-PRD-NAMES.
               10  WS-PRD-NAME OCCURS 7 TIMES    PIC X(20).
           05  WS-CAU-CODES                      PIC X(21)
                   VALUE 'PRCSYSSTFPOLTPYNFD***'.
           05  WS-CAU-CODES-R REDEFINES WS-CAU-CODES.
               10  WS-CAU-CODE OCCURS 7 TIMES    PIC X(3).
           05  WS-CAU-NAMES.
               10  FILLER                        PIC X(20)
                   VALUE 'PROCESS FAILURE     '.
               10  FILLER                        PIC X(20)
                   VALUE 'SYSTEM FAILURE      '.
               10  FILLER                        PIC X(20)
                   VALUE 'STAFF ERROR         '.
               10  FILLER                        PIC X(20)
                   VALUE 'BANK POLICY         '.
               10  FILLER                        PIC X(20)
                   VALUE 'THIRD PARTY         '.
               10  FILLER                        PIC X(20)
                   VALUE 'NO FAULT FOUND      '.
               10  FILLER                        PIC X(20)
                   VALUE 'TOTAL               '.
           05  WS-CAU-NAMES-R REDEFINES WS-CAU-NAMES.
               10  WS-CAU-NAME OCCURS 7 TIMES    PIC X(20).
      *-----------------------------------------------------------------
      * The counts - one set per category row and per product row,
      * one count per root cause.
      *-----------------------------------------------------------------
           05  WS-CAT-TOTALS.
               10  WS-CAT-ROW OCCURS 7 TIMES.
                   15  WS-CAT-RECEIVED           PIC S9(7) COMP-3.
                   15  WS-CAT-CLOSED             PIC S9(7) COMP-3.
                   15  WS-CAT-UPHELD             PIC S9(7) COMP-3.
                   15  WS-CAT-ON-TIME            PIC S9(7) COMP-3.
                   15  WS-CAT-REDRESS            PIC S9(9)V99 COMP-3.
                   15  WS-CAT-OUTSTANDING        PIC S9(7) COMP-3.
           05  WS-PRD-TOTALS.
               10  WS-PRD-ROW OCCURS 7 TIMES.
                   15  WS-PRD-RECEIVED           PIC S9(7) COMP-3.
                   15  WS-PRD-CLOSED             PIC S9(7) COMP-3.
                   15  WS-PRD-UPHELD             PIC S9(7) COMP-3.
                   15  WS-PRD-ON-TIME            PIC S9(7) COMP-3.
                   15  WS-PRD-REDRESS            PIC S9(9)V99 COMP-3.
                   15  WS-PRD-OUTSTANDING        PIC S9(7) COMP-3.
           05  WS-CAU-TOTALS.
               10  WS-CAU-CLOSED OCCURS 7 TIMES  PIC S9(7) COMP-3.

       01  WS-RPT-LINE.
           05  WS-RL-NAME                        PIC X(20).
           05  WS-RL-RECEIVED                    PIC Z(5)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-CLOSED                      PIC Z(5)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-UPHELD                      PIC Z(5)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ON-TIME                     PIC Z(5)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-REDRESS                     PIC Z(8)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-OUTSTANDING                 PIC Z(5)9.

       01  WS-CAU-LINE.
           05  WS-CL-NAME                        PIC X(20).
           05  WS-CL-CLOSED                      PIC Z(5)9.

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCP
           END-EXEC.

           COPY CBANKSCPX.

       01  WS-QTR-START                          PIC X(10).
       01  WS-QTR-END                            PIC X(10).

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
               PERFORM P100-RUN-RETURN THRU RUN-RETURN-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DCMPL03P - unable to connect, return aborted'
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
      * Fix the quarter, count the register into the three tables and
      * print the return.
      *=================================================================
       P100-RUN-RETURN.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

      *    The quarter the run date falls in, less one - the first
      *    quarter's run reports the previous year's fourth.
           DIVIDE WS-SYSDATE-MM BY 3 GIVING WS-QTR REMAINDER WS-QTR-REM.
           IF WS-QTR-REM NOT = ZERO
               ADD 1 TO WS-QTR
           END-IF.
           SUBTRACT 1 FROM WS-QTR.
           MOVE WS-SYSDATE-YYYY TO WS-QTR-YYYY.
           IF WS-QTR = ZERO
               MOVE 4 TO WS-QTR
               SUBTRACT 1 FROM WS-QTR-YYYY
           END-IF.
           COMPUTE WS-QTR-LAST-MM  = WS-QTR * 3.
           COMPUTE WS-QTR-FIRST-MM = WS-QTR-LAST-MM - 2.

      *    Character order on the YYYY-MM-DD form is date order, so
      *    day 31 closes any quarter.
           MOVE SPACES TO WS-QTR-START WS-QTR-END.
           STRING WS-QTR-YYYY     DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-QTR-FIRST-MM DELIMITED BY SIZE
                  '-01'           DELIMITED BY SIZE
             INTO WS-QTR-START.
           STRING WS-QTR-YYYY     DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-QTR-LAST-MM  DELIMITED BY SIZE
                  '-31'           DELIMITED BY SIZE
             INTO WS-QTR-END.

           INITIALIZE WS-CAT-TOTALS WS-PRD-TOTALS WS-CAU-TOTALS.

           PERFORM P110-READ-REGISTER.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-RETURN-EXIT
           END-IF.

           OPEN OUTPUT RTNRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCMPL03P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-RETURN-EXIT
           END-IF.

           MOVE SPACES TO RTNRPT-RECORD.
           STRING 'REGULATORY COMPLAINTS RETURN - QUARTER '
                    DELIMITED BY SIZE
                  WS-QTR      DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-QTR-YYYY DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-QTR-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-QTR-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-QTR-LAST-MM DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.

           MOVE 'BY CATEGORY' TO RTNRPT-RECORD.
           PERFORM P200-WRITE-HEADINGS.
           PERFORM P210-WRITE-CATEGORY
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 7.

           MOVE 'BY PRODUCT' TO RTNRPT-RECORD.
           PERFORM P200-WRITE-HEADINGS.
           PERFORM P220-WRITE-PRODUCT
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 7.

           MOVE SPACES TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.
           MOVE 'CLOSED BY ROOT CAUSE' TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.
           PERFORM P230-WRITE-CAUSE
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 7.

           CLOSE RTNRPT.

           DISPLAY 'DCMPL03P - complaints return complete, rows: '
                   WS-READ-COUNT.

       RUN-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every complaint that touches the quarter - received by its
      * end and not answered before its start.
      *-----------------------------------------------------------------
       P110-READ-REGISTER.
           EXEC SQL
                DECLARE CMPRTN_CSR CURSOR FOR
                SELECT CMP_CATEGORY, CMP_PRODUCT, CMP_RECEIVED_DTE,
                       CMP_FINAL_DUE, CMP_FINAL_DTE, CMP_OUTCOME,
                       CMP_ROOT_CAUSE, CMP_REDRESS
                FROM BNKCMPL
                WHERE CMP_RECEIVED_DTE <= :WS-QTR-END
                  AND (CMP_FINAL_DTE = ' '
                    OR CMP_FINAL_DTE >= :WS-QTR-START)
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CMPRTN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-COMPLAINT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE CMPRTN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-COMPLAINT.
           EXEC SQL
                FETCH CMPRTN_CSR
                INTO :DCL-CMP-CATEGORY, :DCL-CMP-PRODUCT,
                     :DCL-CMP-RECEIVED-DTE, :DCL-CMP-FINAL-DUE,
                     :DCL-CMP-FINAL-DTE, :DCL-CMP-OUTCOME,
                     :DCL-CMP-ROOT-CAUSE, :DCL-CMP-REDRESS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               PERFORM P130-COUNT-COMPLAINT
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One complaint into its category row, its product row and the
      * totals - an unknown code lands in OTHER.
      *-----------------------------------------------------------------
       P130-COUNT-COMPLAINT.
           MOVE 'N' TO WS-RECEIVED-SW WS-CLOSED-SW WS-OUTSTANDING-SW.

           IF DCL-CMP-RECEIVED-DTE NOT < WS-QTR-START
               MOVE 'Y' TO WS-RECEIVED-SW
           END-IF.
           IF DCL-CMP-FINAL-DTE NOT = SPACES AND
              DCL-CMP-FINAL-DTE NOT > WS-QTR-END
               MOVE 'Y' TO WS-CLOSED-SW
           ELSE
               MOVE 'Y' TO WS-OUTSTANDING-SW
           END-IF.

           MOVE 6 TO WS-CAT-SUB.
           PERFORM P140-FIND-CATEGORY
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 5.
           MOVE 6 TO WS-PRD-SUB.
           PERFORM P150-FIND-PRODUCT
               VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 5.

           PERFORM P160-ADD-CATEGORY.
           MOVE 7 TO WS-CAT-SUB.
           PERFORM P160-ADD-CATEGORY.
           PERFORM P170-ADD-PRODUCT.
           MOVE 7 TO WS-PRD-SUB.
           PERFORM P170-ADD-PRODUCT.

           IF WS-IS-CLOSED
               MOVE 6 TO WS-CAU-SUB
               PERFORM P180-FIND-CAUSE
                   VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 5
               ADD 1 TO WS-CAU-CLOSED(WS-CAU-SUB)
               ADD 1 TO WS-CAU-CLOSED(7)
           END-IF.

       P140-FIND-CATEGORY.
           IF DCL-CMP-CATEGORY = WS-CAT-CODE(WS-SUB1)
               MOVE WS-SUB1 TO WS-CAT-SUB
           END-IF.

       P150-FIND-PRODUCT.
           IF DCL-CMP-PRODUCT = WS-PRD-CODE(WS-SUB1)
               MOVE WS-SUB1 TO WS-PRD-SUB
           END-IF.

       P180-FIND-CAUSE.
           IF DCL-CMP-ROOT-CAUSE = WS-CAU-CODE(WS-SUB1)
               MOVE WS-SUB1 TO WS-CAU-SUB
           END-IF.

       P160-ADD-CATEGORY.
           IF WS-IS-RECEIVED
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-SUB)
           END-IF.
           IF WS-IS-OUTSTANDING
               ADD 1 TO WS-CAT-OUTSTANDING(WS-CAT-SUB)
           END-IF.
           IF WS-IS-CLOSED
               ADD 1 TO WS-CAT-CLOSED(WS-CAT-SUB)
               ADD DCL-CMP-REDRESS TO WS-CAT-REDRESS(WS-CAT-SUB)
               IF DCL-CMP-UPHELD OR DCL-CMP-PART-UPHELD
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-SUB)
               END-IF
               IF DCL-CMP-FINAL-DTE NOT > DCL-CMP-FINAL-DUE
                   ADD 1 TO WS-CAT-ON-TIME(WS-CAT-SUB)
               END-IF
           END-IF.

       P170-ADD-PRODUCT.
           IF WS-IS-RECEIVED
               ADD 1 TO WS-PRD-RECEIVED(WS-PRD-SUB)
           END-IF.
           IF WS-IS-OUTSTANDING
               ADD 1 TO WS-PRD-OUTSTANDING(WS-PRD-SUB)
           END-IF.
           IF WS-IS-CLOSED
               ADD 1 TO WS-PRD-CLOSED(WS-PRD-SUB)
               ADD DCL-CMP-REDRESS TO WS-PRD-REDRESS(WS-PRD-SUB)
               IF DCL-CMP-UPHELD OR DCL-CMP-PART-UPHELD
                   ADD 1 TO WS-PRD-UPHELD(WS-PRD-SUB)
               END-IF
               IF DCL-CMP-FINAL-DTE NOT > DCL-CMP-FINAL-DUE
                   ADD 1 TO WS-PRD-ON-TIME(WS-PRD-SUB)
               END-IF
           END-IF.

      *=================================================================
      * The return's sections - the caller has put the section title
      * in the record.
      *=================================================================
       P200-WRITE-HEADINGS.
           MOVE RTNRPT-RECORD TO WS-RL-NAME.
           MOVE SPACES TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.
           MOVE WS-RL-NAME TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.
           MOVE SPACES TO RTNRPT-RECORD.
           STRING '                     RECVD  CLOSED  UPHELD'
                    DELIMITED BY SIZE
                  '  ONTIME       REDRESS  OUTSTD'
                    DELIMITED BY SIZE
             INTO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.

       P210-WRITE-CATEGORY.
           MOVE WS-CAT-NAME(WS-SUB1)        TO WS-RL-NAME.
           MOVE WS-CAT-RECEIVED(WS-SUB1)    TO WS-RL-RECEIVED.
           MOVE WS-CAT-CLOSED(WS-SUB1)      TO WS-RL-CLOSED.
           MOVE WS-CAT-UPHELD(WS-SUB1)      TO WS-RL-UPHELD.
           MOVE WS-CAT-ON-TIME(WS-SUB1)     TO WS-RL-ON-TIME.
           MOVE WS-CAT-REDRESS(WS-SUB1)     TO WS-RL-REDRESS.
           MOVE WS-CAT-OUTSTANDING(WS-SUB1) TO WS-RL-OUTSTANDING.
           MOVE WS-RPT-LINE TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.

       P220-WRITE-PRODUCT.
           MOVE WS-PRD-NAME(WS-SUB1)        TO WS-RL-NAME.
           MOVE WS-PRD-RECEIVED(WS-SUB1)    TO WS-RL-RECEIVED.
           MOVE WS-PRD-CLOSED(WS-SUB1)      TO WS-RL-CLOSED.
           MOVE WS-PRD-UPHELD(WS-SUB1)      TO WS-RL-UPHELD.
           MOVE WS-PRD-ON-TIME(WS-SUB1)     TO WS-RL-ON-TIME.
           MOVE WS-PRD-REDRESS(WS-SUB1)     TO WS-RL-REDRESS.
           MOVE WS-PRD-OUTSTANDING(WS-SUB1) TO WS-RL-OUTSTANDING.
           MOVE WS-RPT-LINE TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.

       P230-WRITE-CAUSE.
           MOVE WS-CAU-NAME(WS-SUB1)   TO WS-CL-NAME.
           MOVE WS-CAU-CLOSED(WS-SUB1) TO WS-CL-CLOSED.
           MOVE WS-CAU-LINE TO RTNRPT-RECORD.
           WRITE RTNRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DCMPL03P - SQLCODE: ' DISP-SQLCODE
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
      * with this run's control totals and files the return.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'CMPLRTN' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CMPLRTN' TO CD37I-JOB.
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
