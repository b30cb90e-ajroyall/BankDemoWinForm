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
001300* Program:     DRESP02P.CBL                                    *
001400* Function:    Daily online service-level report - reads the    *
001500*              day's BNKRESP timings through DRESP01P (the      *
001600*              same figures the B93 dashboard shows) and        *
001700*              writes the SLAREPT.RPT sheet: 50th/90th/95th     *
001800*              percentile response times per function, screens  *
001900*              and business calls and the data calls they       *
002000*              made, each against its BNKPARM target; the same  *
002100*              per hour of the day for what a teller waits on;  *
002200*              and the day's slowest calls with the call path   *
002300*              each was made on.  A function over its target    *
002400*              travels in the run-log rejected count, never     *
002500*              the return code.                                 *
002600*              SQL version - standalone batch step, connects    *
002700*              and disconnects itself.                          *
002800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRESP02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLARPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLARPT.
       01  SLARPT-RECORD                         PIC X(132).

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
                   VALUE "C:\BANK\DATA\SLAREPT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-TOTAL-CALLS                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FUNCTION-COUNT                 PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-WARN-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-STATE-DESC                     PIC X(4).

       01  WS-FIGURE-LINE.
           05  WS-FL-KEY                         PIC X(8).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-LAYER                       PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-CALLS                       PIC Z(6)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-ERRORS                      PIC Z(5)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-P50                         PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-P90                         PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-P95                         PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-MAX                         PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-TARGET                      PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-OVER                        PIC Z(5)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-FL-STATE                       PIC X(4).

       01  WS-SLOW-LINE.
           05  WS-SL-START-TS                    PIC X(26).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-FUNCTION                    PIC X(8).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-ELAPSED                     PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-USERID                      PIC X(5).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-WORKSTATION                 PIC X(15).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-OUTCOME                     PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-SQLCODE                     PIC -9(5).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-SL-PATH                        PIC X(44).

           COPY CRESP01.
           COPY CBANKVC37.

       01  BANK-ERRMSG                           PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

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
               PERFORM P100-RUN-REPORT THRU RUN-REPORT-EXIT
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DRESP02P - unable to connect, service-level report '
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
      * Three sections, one sheet - every call by function, what a
      * teller waits on by hour, and the slowest calls of the day.
      *=================================================================
       P100-RUN-REPORT.
           OPEN OUTPUT SLARPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DRESP02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           PERFORM P200-FUNCTION-SECTION.
           PERFORM P300-HOUR-SECTION.
           PERFORM P400-SLOWEST-SECTION.

           CLOSE SLARPT.

           DISPLAY 'DRESP02P - report complete, functions over target: '
                   WS-WARN-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

       P200-FUNCTION-SECTION.
           MOVE SPACES TO RESP01-DATA BANK-ERRMSG.
           SET RESP01I-FIGURES     TO TRUE.
           SET RESP01I-BY-FUNCTION TO TRUE.
           SET RESP01I-ALL-CALLS   TO TRUE.

           PERFORM P500-CALL-METRICS.

           MOVE SPACES TO SLARPT-RECORD.
           STRING 'ONLINE RESPONSE TIMES BY FUNCTION - '
                    DELIMITED BY SIZE
                  RESP01O-DATE DELIMITED BY SIZE
                  '  (MILLISECONDS, L = S SCREEN / B BUSINESS / D DATA)'
                    DELIMITED BY SIZE
             INTO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

           PERFORM P510-WRITE-FIGURE-HEADING.

           IF BANK-ERRMSG = SPACES
               MOVE RESP01O-ROW-COUNT  TO WS-FUNCTION-COUNT
               MOVE RESP01O-WARN-COUNT TO WS-WARN-COUNT
               PERFORM P520-WRITE-FIGURE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RESP01O-ROW-COUNT
           END-IF.

       P300-HOUR-SECTION.
           MOVE SPACES TO RESP01-DATA BANK-ERRMSG.
           SET RESP01I-FIGURES     TO TRUE.
           SET RESP01I-BY-HOUR     TO TRUE.
           SET RESP01I-TELLER-ONLY TO TRUE.

           PERFORM P500-CALL-METRICS.

           MOVE SPACES TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.
           MOVE 'RESPONSE TIMES BY HOUR - SCREENS AND BUSINESS CALLS'
             TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

           PERFORM P510-WRITE-FIGURE-HEADING.

           IF BANK-ERRMSG = SPACES
               PERFORM P520-WRITE-FIGURE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RESP01O-ROW-COUNT
           END-IF.

       P400-SLOWEST-SECTION.
           MOVE SPACES TO RESP01-DATA BANK-ERRMSG.
           SET RESP01I-SLOWEST     TO TRUE.
           SET RESP01I-ALL-CALLS   TO TRUE.

           PERFORM P500-CALL-METRICS.

           MOVE SPACES TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.
           MOVE 'SLOWEST CALLS OF THE DAY' TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

           MOVE SPACES TO SLARPT-RECORD.
           STRING 'STARTED                    FUNCTION  ELAPSED '
                    DELIMITED BY SIZE
                  'USER  WORKSTATION     O SQLCD  CALL PATH'
                    DELIMITED BY SIZE
             INTO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

           IF BANK-ERRMSG = SPACES
               PERFORM P530-WRITE-SLOW-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RESP01O-SLOW-COUNT
           END-IF.

      *    A metrics failure costs its section, not the sheet.
       P500-CALL-METRICS.
           CALL 'DRESP01P' USING BY REFERENCE RESP01-DATA
                                 BY REFERENCE BANK-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DRESP02P - figures not read: ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P510-WRITE-FIGURE-HEADING.
           MOVE SPACES TO SLARPT-RECORD.
           STRING 'KEY      L   CALLS   ERRS      P50      P90      P95'
                    DELIMITED BY SIZE
                  '      MAX   TARGET   OVER STATE'
                    DELIMITED BY SIZE
             INTO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

       P520-WRITE-FIGURE-LINE.
           IF RESP01I-BY-FUNCTION
               ADD RESP01O-CALLS(WS-SUB) TO WS-TOTAL-CALLS
           END-IF.

           IF RESP01O-STATE-WARN(WS-SUB)
               MOVE 'WARN' TO WS-STATE-DESC
           ELSE
               MOVE 'OK  ' TO WS-STATE-DESC
           END-IF.

           MOVE RESP01O-KEY(WS-SUB)         TO WS-FL-KEY.
           MOVE RESP01O-LAYER(WS-SUB)       TO WS-FL-LAYER.
           IF RESP01I-BY-HOUR
               MOVE SPACE TO WS-FL-LAYER
           END-IF.
           MOVE RESP01O-CALLS(WS-SUB)       TO WS-FL-CALLS.
           MOVE RESP01O-ERRORS(WS-SUB)      TO WS-FL-ERRORS.
           MOVE RESP01O-P50(WS-SUB)         TO WS-FL-P50.
           MOVE RESP01O-P90(WS-SUB)         TO WS-FL-P90.
           MOVE RESP01O-P95(WS-SUB)         TO WS-FL-P95.
           MOVE RESP01O-MAX(WS-SUB)         TO WS-FL-MAX.
           MOVE RESP01O-TARGET(WS-SUB)      TO WS-FL-TARGET.
           MOVE RESP01O-OVER-TARGET(WS-SUB) TO WS-FL-OVER.
           MOVE WS-STATE-DESC               TO WS-FL-STATE.

           MOVE WS-FIGURE-LINE TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

       P530-WRITE-SLOW-LINE.
           MOVE RESP01O-S-START-TS(WS-SUB)    TO WS-SL-START-TS.
           MOVE RESP01O-S-FUNCTION(WS-SUB)    TO WS-SL-FUNCTION.
           MOVE RESP01O-S-ELAPSED(WS-SUB)     TO WS-SL-ELAPSED.
           MOVE RESP01O-S-USERID(WS-SUB)      TO WS-SL-USERID.
           MOVE RESP01O-S-WORKSTATION(WS-SUB) TO WS-SL-WORKSTATION.
           MOVE RESP01O-S-OUTCOME(WS-SUB)     TO WS-SL-OUTCOME.
           MOVE RESP01O-S-SQLCODE(WS-SUB)     TO WS-SL-SQLCODE.
           MOVE RESP01O-S-PATH(WS-SUB)        TO WS-SL-PATH.

           MOVE WS-SLOW-LINE TO SLARPT-RECORD.
           WRITE SLARPT-RECORD.

      *=================================================================
      * Batch run log - the start row goes in (and is committed) the
      * moment the job has a connection, the end row completes it
      * with this run's control totals.  DBANK37P raises the
      * operations alert itself when the status is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'SLAREPT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'SLAREPT' TO CD37I-JOB.
           MOVE WS-TOTAL-CALLS TO CD37I-ROWS-READ.
           MOVE WS-FUNCTION-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-WARN-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'G' TO CD37I-REPORT-CLASS(1)
               MOVE 'S' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
