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
001300* Program:     DFXBR02P.CBL                                    *
001400* Function:    Daily foreign exchange bureau report - writes    *
001500*              the FXBUREAU.RPT sheet from the day's BNKFXDL    *
001600*              deals and BNKFXCSH positions.  The first         *
001700*              section totals the deals per branch and          *
001800*              currency: notes bought and sold, local cash in   *
001900*              and out and the margin earned over the DBANK30P  *
002000*              rate, with a margin total per branch and for     *
002100*              the bank.  The second lists every drawer and     *
002200*              vault position in a foreign currency - opening,  *
002300*              movements, expected and, once counted, the       *
002400*              variance.  A counted position that does not      *
002500*              balance travels in the run-log rejected count,   *
002600*              never the return code.                           *
002700*              SQL version - standalone batch step, connects    *
002800*              and disconnects itself.                          *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DFXBR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRPT.
       01  FXRPT-RECORD                          PIC X(132).

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
                   VALUE "C:\BANK\DATA\FXBUREAU.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-DEAL-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LINE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-VARIANCE-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-PREV-BRANCH                    PIC X(3).
           05  WS-FIRST-BRANCH-SW                PIC X(1).
               88  WS-FIRST-BRANCH               VALUE 'Y'.
           05  WS-BRANCH-MARGIN                  PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-MARGIN                   PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-EXPECTED                       PIC S9(9)V99 COMP-3.
           05  WS-VARIANCE                       PIC S9(9)V99 COMP-3.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

       01  WS-DEAL-LINE.
           05  WS-DL-BRANCH                      PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-DL-CURRENCY                    PIC X(3).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-BUY-COUNT                   PIC Z(4)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-BUY-FX                      PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-SELL-COUNT                  PIC Z(4)9.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-SELL-FX                     PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-LOCAL-OUT                   PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-LOCAL-IN                    PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-DL-MARGIN                      PIC Z(8)9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                       PIC X(24).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-TL-MARGIN                      PIC Z(8)9.99-.

       01  WS-POS-LINE.
           05  WS-PL-BRANCH                      PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-PL-CURRENCY                    PIC X(3).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-TYPE                        PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-HOLDER                      PIC X(5).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-STATUS                      PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-OPEN                        PIC Z(9)9.99-.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-MOVEMENT                    PIC Z(9)9.99-.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-EXPECTED                    PIC Z(9)9.99-.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-COUNTED                     PIC Z(9)9.99-.
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-PL-VARIANCE                    PIC Z(9)9.99-.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFD
           END-EXEC.

           COPY CBANKSFCX.
           COPY CBANKSFDX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-SUM-BUY-COUNT                      PIC S9(7) COMP-3.
       01  WS-SUM-BUY-FX                         PIC S9(11)V99 COMP-3.
       01  WS-SUM-SELL-COUNT                     PIC S9(7) COMP-3.
       01  WS-SUM-SELL-FX                        PIC S9(11)V99 COMP-3.
       01  WS-SUM-LOCAL-OUT                      PIC S9(11)V99 COMP-3.
       01  WS-SUM-LOCAL-IN                       PIC S9(11)V99 COMP-3.
       01  WS-SUM-MARGIN                         PIC S9(11)V99 COMP-3.

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
                 'DFXBR02P - unable to connect, bureau report aborted'
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
      * Two sections, one sheet - the day's deals by branch and
      * currency, then every foreign currency position held.
      *=================================================================
       P100-RUN-REPORT.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           OPEN OUTPUT FXRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DFXBR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           MOVE SPACES TO FXRPT-RECORD.
           STRING 'FOREIGN EXCHANGE BUREAU - ' DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
             INTO FXRPT-RECORD.
           WRITE FXRPT-RECORD.

           PERFORM P200-DEAL-SECTION.
           PERFORM P300-POSITION-SECTION.

           CLOSE FXRPT.

           DISPLAY 'DFXBR02P - bureau report complete, deals: '
                   WS-DEAL-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *=================================================================
      * The deals per branch and currency, with the margin totalled
      * on each change of branch and for the whole bank.
      *=================================================================
       P200-DEAL-SECTION.
           MOVE SPACES TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.
           MOVE 'DEALS BY BRANCH AND CURRENCY' TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.
           MOVE 'BR   CCY  BUYS  NOTES BOUGHT  SELLS    NOTES SOLD
      -         '  LOCAL PAID OUT   LOCAL TAKEN IN        MARGIN'
             TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.

           MOVE WS-TODAY-DATE TO DCL-FXD-DATE.
           MOVE 'Y'           TO WS-FIRST-BRANCH-SW.
           MOVE ZERO          TO WS-BRANCH-MARGIN.

           EXEC SQL
                DECLARE FXD_CSR CURSOR FOR
                SELECT FXD_BRANCH, FXD_CURRENCY,
                       SUM(CASE WHEN FXD_SIDE = 'B'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN FXD_SIDE = 'B'
                                THEN FXD_FX_AMOUNT ELSE 0 END),
                       SUM(CASE WHEN FXD_SIDE = 'S'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN FXD_SIDE = 'S'
                                THEN FXD_FX_AMOUNT ELSE 0 END),
                       SUM(CASE WHEN FXD_SIDE = 'B'
                                THEN FXD_LOCAL_AMT ELSE 0 END),
                       SUM(CASE WHEN FXD_SIDE = 'S'
                                THEN FXD_LOCAL_AMT ELSE 0 END),
                       SUM(FXD_MARGIN_AMT)
                FROM BNKFXDL
                WHERE FXD_DATE = :DCL-FXD-DATE
                GROUP BY FXD_BRANCH, FXD_CURRENCY
                ORDER BY FXD_BRANCH, FXD_CURRENCY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN FXD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-DEALS
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE FXD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-FIRST-BRANCH
               PERFORM P220-BRANCH-TOTAL
           END-IF.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'BANK MARGIN TOTAL'  TO WS-TL-LABEL.
           MOVE WS-TOTAL-MARGIN      TO WS-TL-MARGIN.
           MOVE WS-TOTAL-LINE        TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.

       P210-FETCH-DEALS.
           EXEC SQL
                FETCH FXD_CSR
                INTO :DCL-FXD-BRANCH,
                     :DCL-FXD-CURRENCY,
                     :WS-SUM-BUY-COUNT,
                     :WS-SUM-BUY-FX,
                     :WS-SUM-SELL-COUNT,
                     :WS-SUM-SELL-FX,
                     :WS-SUM-LOCAL-OUT,
                     :WS-SUM-LOCAL-IN,
                     :WS-SUM-MARGIN
           END-EXEC.

           IF SQLCODE = ZERO
               IF NOT WS-FIRST-BRANCH AND
                  DCL-FXD-BRANCH NOT = WS-PREV-BRANCH
                   PERFORM P220-BRANCH-TOTAL
               END-IF
               MOVE 'N'            TO WS-FIRST-BRANCH-SW
               MOVE DCL-FXD-BRANCH TO WS-PREV-BRANCH

               ADD WS-SUM-BUY-COUNT WS-SUM-SELL-COUNT
                 TO WS-DEAL-COUNT
               ADD 1 TO WS-LINE-COUNT
               ADD WS-SUM-MARGIN TO WS-BRANCH-MARGIN
                                    WS-TOTAL-MARGIN

               MOVE DCL-FXD-BRANCH    TO WS-DL-BRANCH
               MOVE DCL-FXD-CURRENCY  TO WS-DL-CURRENCY
               MOVE WS-SUM-BUY-COUNT  TO WS-DL-BUY-COUNT
               MOVE WS-SUM-BUY-FX     TO WS-DL-BUY-FX
               MOVE WS-SUM-SELL-COUNT TO WS-DL-SELL-COUNT
               MOVE WS-SUM-SELL-FX    TO WS-DL-SELL-FX
               MOVE WS-SUM-LOCAL-OUT  TO WS-DL-LOCAL-OUT
               MOVE WS-SUM-LOCAL-IN   TO WS-DL-LOCAL-IN
               MOVE WS-SUM-MARGIN     TO WS-DL-MARGIN
               MOVE WS-DEAL-LINE      TO FXRPT-RECORD
               WRITE FXRPT-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P220-BRANCH-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING 'BRANCH '        DELIMITED BY SIZE
                  WS-PREV-BRANCH   DELIMITED BY SIZE
                  ' MARGIN'        DELIMITED BY SIZE
             INTO WS-TL-LABEL.
           MOVE WS-BRANCH-MARGIN   TO WS-TL-MARGIN.
           MOVE WS-TOTAL-LINE      TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.
           MOVE ZERO TO WS-BRANCH-MARGIN.

      *=================================================================
      * Every drawer and vault position in a foreign currency today,
      * vaults ahead of the drawers they feed.
      *=================================================================
       P300-POSITION-SECTION.
           MOVE SPACES TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.
           MOVE 'FOREIGN NOTE POSITIONS' TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.
           MOVE 'BR   CCY TYPE   HOLDR STATUS        OPENING
      -         '     MOVEMENTS       EXPECTED        COUNTED
      -         '     VARIANCE' TO FXRPT-RECORD.
           WRITE FXRPT-RECORD.

           MOVE WS-TODAY-DATE TO DCL-FXC-DATE.

           EXEC SQL
                DECLARE FXC_CSR CURSOR FOR
                SELECT FXC_BRANCH, FXC_CURRENCY, FXC_HOLDER_TYPE,
                       FXC_HOLDER, FXC_STATUS, FXC_OPEN_AMT,
                       FXC_MOVEMENT_TOT, FXC_COUNTED_AMT
                FROM BNKFXCSH
                WHERE FXC_DATE = :DCL-FXC-DATE
                ORDER BY FXC_BRANCH, FXC_CURRENCY,
                         FXC_HOLDER_TYPE DESC, FXC_HOLDER
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN FXC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-POSITION
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE FXC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P310-FETCH-POSITION.
           EXEC SQL
                FETCH FXC_CSR
                INTO :DCL-FXC-BRANCH,
                     :DCL-FXC-CURRENCY,
                     :DCL-FXC-HOLDER-TYPE,
                     :DCL-FXC-HOLDER,
                     :DCL-FXC-STATUS,
                     :DCL-FXC-OPEN-AMT,
                     :DCL-FXC-MOVEMENT-TOT,
                     :DCL-FXC-COUNTED-AMT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-LINE-COUNT
               COMPUTE WS-EXPECTED =
                   DCL-FXC-OPEN-AMT + DCL-FXC-MOVEMENT-TOT

               MOVE SPACES               TO WS-POS-LINE
               MOVE DCL-FXC-BRANCH       TO WS-PL-BRANCH
               MOVE DCL-FXC-CURRENCY     TO WS-PL-CURRENCY
               IF DCL-FXC-VAULT
                   MOVE 'VAULT '         TO WS-PL-TYPE
               ELSE
                   MOVE 'DRAWER'         TO WS-PL-TYPE
               END-IF
               MOVE DCL-FXC-HOLDER       TO WS-PL-HOLDER
               MOVE DCL-FXC-OPEN-AMT     TO WS-PL-OPEN
               MOVE DCL-FXC-MOVEMENT-TOT TO WS-PL-MOVEMENT
               MOVE WS-EXPECTED          TO WS-PL-EXPECTED

               IF DCL-FXC-CLOSED
                   MOVE 'CLOSED'         TO WS-PL-STATUS
                   COMPUTE WS-VARIANCE =
                       DCL-FXC-COUNTED-AMT - WS-EXPECTED
                   MOVE DCL-FXC-COUNTED-AMT TO WS-PL-COUNTED
                   MOVE WS-VARIANCE      TO WS-PL-VARIANCE
                   IF WS-VARIANCE NOT = ZERO
                       ADD 1 TO WS-VARIANCE-COUNT
                   END-IF
               ELSE
                   MOVE 'OPEN  '         TO WS-PL-STATUS
               END-IF

               MOVE WS-POS-LINE          TO FXRPT-RECORD
               WRITE FXRPT-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DFXBR02P - SQLCODE: ' DISP-SQLCODE
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
           MOVE 'FXBUREAU' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'FXBUREAU' TO CD37I-JOB.
           MOVE WS-DEAL-COUNT TO CD37I-ROWS-READ.
           MOVE WS-LINE-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-VARIANCE-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-MARGIN TO CD37I-AMOUNT-POSTED.
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
