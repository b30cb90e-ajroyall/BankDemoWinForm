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
001300* Program:     DVLT03P.CBL                                     *
001400* Function:    Branch cash forecast - nightly, in the end-of-   *
001500*              day stream as CASHFCST.  For every branch vault  *
001600*              the net cash the counters will need over the     *
001700*              next BNKPARM CASHHORIZON business days (default  *
001800*              3, off the DBANK61P calendar) is forecast from   *
001900*              the last four weeks of DBANK55P teller cash -    *
002000*              the drawer legs on BNKTXN, or the BNKVMOVE       *
002100*              drawer movements where a branch has none - as a  *
002200*              daily average, lifted by CASHPAYPCT (default 50) *
002300*              on the day the CASHPAYDAY pay day (default the   *
002400*              25th) falls to and by CASHHOLPCT (default 25) on *
002500*              the day before a holiday.  The vault's position  *
002600*              less that need, against the CASHTARGET level     *
002700*              (default 50000), gives an order from the cash    *
002800*              centre or a return of surplus; anything under    *
002900*              CASHMINORD (default 5000) is left alone.  The    *
003000*              amount is cut into whole hundreds and split      *
003100*              across the denominations in the mix the branch   *
003200*              paid out (or took back) over the same weeks,     *
003300*              and proposed on BNKVORD for the branch manager   *
003400*              to approve on B128 - one order outstanding per   *
003500*              branch at a time.  Receipts confirmed today      *
003600*              that did not agree with their order are listed   *
003700*              at the foot of CASHFCST.RPT.                     *
003800*              SQL version - standalone batch step, connects    *
003900*              and disconnects itself.                          *
004000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DVLT03P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHRPT.
       01  CASHRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\CASHFCST.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CAL-ERRMSG                     PIC X(65).
           05  WS-CAL-GOODMSG                    PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-BR-SUB                         PIC S9(4) COMP.
           05  WS-HZN-SUB                        PIC S9(4) COMP.
           05  WS-HZN-LAST                       PIC S9(4) COMP.
           05  WS-BRANCH-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ORDER-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RETURN-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DISCREP-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-PROPOSED-TOTAL                 PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.
           05  WS-PCT-DSP                        PIC ZZ9.

      *-----------------------------------------------------------------
      * The forecasting policy - BNKPARM rows when they exist, these
      * compiled defaults otherwise.
      *-----------------------------------------------------------------
       01  WS-POLICY.
           05  WS-TARGET-AMT                     PIC S9(7)V99 COMP-3
                                                  VALUE 50000.00.
           05  WS-MIN-ORDER                      PIC S9(7)V99 COMP-3
                                                  VALUE 5000.00.
           05  WS-HORIZON                        PIC S9(4) COMP
                                                  VALUE 3.
           05  WS-PAYDAY                         PIC 9(2) VALUE 25.
           05  WS-PAY-PCT                        PIC S9(3) COMP-3
                                                  VALUE 50.
           05  WS-HOL-PCT                        PIC S9(3) COMP-3
                                                  VALUE 25.

      *-----------------------------------------------------------------
      * The horizon - the business days ahead (one more than the
      * horizon, so the last day's holiday test has a next day) and
      * the uplift each carries.
      *-----------------------------------------------------------------
       01  WS-HZN-TABLE.
           05  WS-HZN-ENTRY OCCURS 11 TIMES.
               10  WS-HZN-DATE                   PIC X(10).
               10  WS-HZN-PCT                    PIC S9(3) COMP-3.
               10  WS-HZN-PAY-SW                 PIC X(1).
               10  WS-HZN-HOL-SW                 PIC X(1).

       01  WS-PREV-DATE                          PIC X(10).
       01  WS-PREV-DATE-R REDEFINES WS-PREV-DATE.
           05  FILLER                            PIC X(5).
           05  WS-PREV-MM                        PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-PREV-DD                        PIC 9(2).
       01  WS-THIS-DATE                          PIC X(10).
       01  WS-THIS-DATE-R REDEFINES WS-THIS-DATE.
           05  FILLER                            PIC X(5).
           05  WS-THIS-MM                        PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-THIS-DD                        PIC 9(2).

      *-----------------------------------------------------------------
      * The branch vaults, read in full before any order is written.
      *-----------------------------------------------------------------
       01  WS-BR-TABLE.
           05  WS-BR-COUNT                       PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-BR-CODE OCCURS 200 TIMES       PIC X(3).

      *-----------------------------------------------------------------
      * One branch's forecast.
      *-----------------------------------------------------------------
       01  WS-BRANCH-WORK.
           05  WS-POSITION                       PIC S9(7)V99 COMP-3.
           05  WS-DAILY-NEED                     PIC S9(7)V99 COMP-3.
           05  WS-DAY-NEED                       PIC S9(7)V99 COMP-3.
           05  WS-FCST-NEED                      PIC S9(7)V99 COMP-3.
           05  WS-PROJECTED                      PIC S9(7)V99 COMP-3.
           05  WS-PROPOSAL                       PIC S9(7)V99 COMP-3.
           05  WS-ORDER-AMT                      PIC S9(7)V99 COMP-3.
           05  WS-HUNDREDS                       PIC S9(5) COMP-3.
           05  WS-REMAINDER                      PIC S9(7)V99 COMP-3.
           05  WS-ORDER-TYPE                     PIC X(1).
           05  WS-MIX-DIR                        PIC X(1).
           05  WS-MIX-V100                       PIC S9(11) COMP-3.
           05  WS-MIX-V50                        PIC S9(11) COMP-3.
           05  WS-MIX-V20                        PIC S9(11) COMP-3.
           05  WS-MIX-V10                        PIC S9(11) COMP-3.
           05  WS-MIX-V5                         PIC S9(11) COMP-3.
           05  WS-MIX-TOTAL                      PIC S9(11) COMP-3.

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-BRANCH                        PIC X(3).
           05  FILLER                            PIC X(3).
           05  RPT-POSITION                      PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-DAILY                         PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-FORECAST                      PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-PROJECTED                     PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(8).
           05  FILLER                            PIC X(2).
           05  RPT-AMOUNT                        PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(40).

       01  WS-DENOM-LINE.
           05  FILLER                            PIC X(8) VALUE SPACES.
           05  FILLER                            PIC X(10)
                   VALUE 'REF       '.
           05  DNM-REF                           PIC X(12).
           05  FILLER                            PIC X(9)
                   VALUE '   100 x '.
           05  DNM-C100                          PIC ZZZZ9.
           05  FILLER                            PIC X(8)
                   VALUE '  50 x '.
           05  DNM-C50                           PIC ZZZZ9.
           05  FILLER                            PIC X(8)
                   VALUE '  20 x '.
           05  DNM-C20                           PIC ZZZZ9.
           05  FILLER                            PIC X(8)
                   VALUE '  10 x '.
           05  DNM-C10                           PIC ZZZZ9.
           05  FILLER                            PIC X(7)
                   VALUE '  5 x '.
           05  DNM-C5                            PIC ZZZZ9.
           05  FILLER                            PIC X(30) VALUE SPACES.

       01  WS-DISC-LINE.
           05  DSC-REF                           PIC X(12).
           05  FILLER                            PIC X(2).
           05  DSC-BRANCH                        PIC X(3).
           05  FILLER                            PIC X(3).
           05  DSC-TYPE                          PIC X(6).
           05  FILLER                            PIC X(2).
           05  DSC-ORDERED                       PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  DSC-COUNTED                       PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  DSC-DIFF                          PIC -(7)9.99.
           05  FILLER                            PIC X(2).
           05  DSC-RCV-BY                        PIC X(5).

           COPY CPARM01.
           COPY CBANKVC61.
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
                INCLUDE CBANKSVL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSVO
           END-EXEC.

           COPY CBANKSVLX.
           COPY CBANKSVOX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-HIST-WINDOW                        PIC S9(4) COMP
                                                  VALUE 28.
       01  WS-HIST-NET                           PIC S9(9)V99 COMP-3.
       01  WS-HIST-DAYS                          PIC S9(9) COMP.
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-SUM-C100                           PIC S9(9) COMP-3.
       01  WS-SUM-C50                            PIC S9(9) COMP-3.
       01  WS-SUM-C20                            PIC S9(9) COMP-3.
       01  WS-SUM-C10                            PIC S9(9) COMP-3.
       01  WS-SUM-C5                             PIC S9(9) COMP-3.

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
               PERFORM P100-RUN-FORECAST THRU RUN-FORECAST-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DVLT03P - unable to connect, cash forecast aborted'
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
      * Drive the forecast - the policy and the horizon once, then
      * each branch vault in turn, then today's receipt
      * discrepancies.
      *=================================================================
       P100-RUN-FORECAST.
           PERFORM P110-BUILD-TODAY.
           PERFORM P120-LOAD-POLICY.
           PERFORM P130-BUILD-HORIZON.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-FORECAST-EXIT
           END-IF.

           OPEN OUTPUT CASHRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DVLT03P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-FORECAST-EXIT
           END-IF.

           PERFORM P160-WRITE-HEADINGS.

           PERFORM P150-LOAD-BRANCHES.

           IF WS-JOB-HAD-ERROR
               CLOSE CASHRPT
               GO TO RUN-FORECAST-EXIT
           END-IF.

           PERFORM P200-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P500-LIST-DISCREPANCIES.
           PERFORM P600-WRITE-TOTALS.

           CLOSE CASHRPT.

           DISPLAY 'DVLT03P - cash forecast complete, branches: '
                   WS-BRANCH-COUNT ' orders: ' WS-ORDER-COUNT
                   ' returns: ' WS-RETURN-COUNT.

       RUN-FORECAST-EXIT.
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
      * The policy, one BNKPARM row at a time.
      *-----------------------------------------------------------------
       P120-LOAD-POLICY.
           MOVE 'CASHTARGET' TO PARM01I-NAME.
           MOVE WS-TARGET-AMT TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-TARGET-AMT.

           MOVE 'CASHMINORD' TO PARM01I-NAME.
           MOVE WS-MIN-ORDER TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-MIN-ORDER.

           MOVE 'CASHHORIZON' TO PARM01I-NAME.
           MOVE WS-HORIZON TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-HORIZON.

           MOVE 'CASHPAYDAY' TO PARM01I-NAME.
           MOVE WS-PAYDAY TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-PAYDAY.

           MOVE 'CASHPAYPCT' TO PARM01I-NAME.
           MOVE WS-PAY-PCT TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-PAY-PCT.

           MOVE 'CASHHOLPCT' TO PARM01I-NAME.
           MOVE WS-HOL-PCT TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE TO WS-HOL-PCT.

      *    The horizon table holds ten days and the one after.
           IF WS-HORIZON < 1
               MOVE 1 TO WS-HORIZON
           END-IF.
           IF WS-HORIZON > 10
               MOVE 10 TO WS-HORIZON
           END-IF.

      *    Name and default in PARM01I-NAME/VALUE; the value in force
      *    comes back in PARM01I-VALUE.
       P125-GET-PARM.
           MOVE SPACES TO PARM01O-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           MOVE SPACES TO PARM01I-USERID PARM01I-EFF-DATE.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * The business days ahead off the DBANK61P calendar, and the
      * uplift each day carries - the pay day the CASHPAYDAY date
      * falls to (on it, or the first business day after it when it
      * is not one), and the day before a holiday (the next business
      * day is later than the next weekday).
      *-----------------------------------------------------------------
       P130-BUILD-HORIZON.
           COMPUTE WS-HZN-LAST = WS-HORIZON + 1.
           MOVE WS-TODAY-DATE TO WS-THIS-DATE.

           PERFORM P135-NEXT-BUSINESS-DAY
               VARYING WS-HZN-SUB FROM 1 BY 1
               UNTIL WS-HZN-SUB > WS-HZN-LAST OR WS-JOB-HAD-ERROR.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P140-DAY-UPLIFT
                   VARYING WS-HZN-SUB FROM 1 BY 1
                   UNTIL WS-HZN-SUB > WS-HORIZON OR WS-JOB-HAD-ERROR
           END-IF.

       P135-NEXT-BUSINESS-DAY.
           MOVE SPACES       TO CD61-DATA
                                WS-CAL-ERRMSG WS-CAL-GOODMSG.
           SET CD61I-NEXT    TO TRUE.
           MOVE WS-THIS-DATE TO CD61I-DATE.

           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-CAL-ERRMSG
                                 BY REFERENCE WS-CAL-GOODMSG.

           IF WS-CAL-ERRMSG NOT = SPACES
               DISPLAY 'DVLT03P - calendar failed: ' WS-CAL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE CD61O-DATE TO WS-HZN-DATE(WS-HZN-SUB)
               MOVE CD61O-DATE TO WS-THIS-DATE
           END-IF.

       P140-DAY-UPLIFT.
           MOVE 100 TO WS-HZN-PCT(WS-HZN-SUB).
           MOVE 'N' TO WS-HZN-PAY-SW(WS-HZN-SUB)
                       WS-HZN-HOL-SW(WS-HZN-SUB).

           IF WS-HZN-SUB = 1
               MOVE WS-TODAY-DATE TO WS-PREV-DATE
           ELSE
               MOVE WS-HZN-DATE(WS-HZN-SUB - 1) TO WS-PREV-DATE
           END-IF.
           MOVE WS-HZN-DATE(WS-HZN-SUB) TO WS-THIS-DATE.

      *    The pay day lies after the previous business day and on
      *    or before this one - across a month end, after it in the
      *    old month or on or before it in the new.
           IF WS-THIS-MM = WS-PREV-MM
               IF WS-PAYDAY > WS-PREV-DD AND
                  WS-PAYDAY NOT > WS-THIS-DD
                   MOVE 'Y' TO WS-HZN-PAY-SW(WS-HZN-SUB)
               END-IF
           ELSE
               IF WS-PAYDAY > WS-PREV-DD OR
                  WS-PAYDAY NOT > WS-THIS-DD
                   MOVE 'Y' TO WS-HZN-PAY-SW(WS-HZN-SUB)
               END-IF
           END-IF.

           IF WS-HZN-PAY-SW(WS-HZN-SUB) = 'Y'
               ADD WS-PAY-PCT TO WS-HZN-PCT(WS-HZN-SUB)
           END-IF.

      *    The next weekday, as UDATECNV steps it - when the calendar's
      *    next business day is later, a holiday follows this day.
           MOVE 'B0'                   TO DDIOTYPE.
           MOVE WS-HZN-DATE(WS-HZN-SUB) TO DDIDATA.

           CALL 'UDATECNV' USING BY REFERENCE CDATED.

           IF DDODATA(1:5) = 'ERROR'
               DISPLAY 'DVLT03P - date arithmetic failed for '
                       WS-HZN-DATE(WS-HZN-SUB)
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF DDODATA(1:10) NOT = WS-HZN-DATE(WS-HZN-SUB + 1)
                   MOVE 'Y' TO WS-HZN-HOL-SW(WS-HZN-SUB)
                   ADD WS-HOL-PCT TO WS-HZN-PCT(WS-HZN-SUB)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Every branch with a vault on the ledger.
      *-----------------------------------------------------------------
       P150-LOAD-BRANCHES.
           EXEC SQL
                DECLARE VBR_CSR CURSOR FOR
                SELECT DISTINCT VLT_BRANCH
                FROM BNKVAULT
                ORDER BY VLT_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VBR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P155-FETCH-BRANCH
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE VBR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P155-FETCH-BRANCH.
           EXEC SQL
                FETCH VBR_CSR
                INTO :DCL-VLT-BRANCH
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-BR-COUNT < 200
                   ADD 1 TO WS-BR-COUNT
                   MOVE DCL-VLT-BRANCH TO WS-BR-CODE(WS-BR-COUNT)
               ELSE
                   DISPLAY 'DVLT03P - over 200 branch vaults, '
                           DCL-VLT-BRANCH ' not forecast'
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The report heading - the policy in force and the horizon.
      *-----------------------------------------------------------------
       P160-WRITE-HEADINGS.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'BRANCH CASH FORECAST AND PROPOSED ORDERS '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** CONFIDENTIAL ***' DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.
           MOVE SPACES TO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TARGET-AMT TO RPT-POSITION.
           MOVE WS-MIN-ORDER  TO RPT-DAILY.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'TARGET VAULT LEVEL: ' DELIMITED BY SIZE
                  RPT-POSITION           DELIMITED BY SIZE
                  '   SMALLEST ORDER: '  DELIMITED BY SIZE
                  RPT-DAILY              DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

           PERFORM P165-WRITE-HORIZON-DAY
               VARYING WS-HZN-SUB FROM 1 BY 1
               UNTIL WS-HZN-SUB > WS-HORIZON.

           MOVE SPACES TO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'BR        POSITION     DAILY NEED       FORECAST  '
                    DELIMITED BY SIZE
                  '    PROJECTED  ACTION         AMOUNT  NOTE'
                    DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

       P165-WRITE-HORIZON-DAY.
           MOVE WS-HZN-PCT(WS-HZN-SUB) TO WS-PCT-DSP.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING '  DAY '                  DELIMITED BY SIZE
                  WS-HZN-DATE(WS-HZN-SUB)   DELIMITED BY SIZE
                  '  DEMAND '               DELIMITED BY SIZE
                  WS-PCT-DSP                DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           IF WS-HZN-PAY-SW(WS-HZN-SUB) = 'Y'
               MOVE 'PAY DAY' TO CASHRPT-RECORD(30:7)
           END-IF.
           IF WS-HZN-HOL-SW(WS-HZN-SUB) = 'Y'
               MOVE 'BEFORE HOLIDAY' TO CASHRPT-RECORD(40:14)
           END-IF.
           WRITE CASHRPT-RECORD.

      *-----------------------------------------------------------------
      * One branch vault - skip it while an order is still in
      * flight, otherwise forecast and propose.
      *-----------------------------------------------------------------
       P200-ONE-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-BR-CODE(WS-BR-SUB) TO RPT-BRANCH
                                         DCL-VOR-BRANCH
                                         DCL-VLT-BRANCH.
           MOVE ZERO TO WS-POSITION WS-DAILY-NEED WS-FCST-NEED
                        WS-PROJECTED WS-ORDER-AMT.

           PERFORM P210-CHECK-OUTSTANDING.

           IF WS-ROW-COUNT > ZERO
               MOVE 'PENDING' TO RPT-ACTION
               MOVE 'An order is in flight or was decided today'
                 TO RPT-NOTE
               WRITE CASHRPT-RECORD FROM WS-RPT-LINE
               GO TO ONE-BRANCH-EXIT
           END-IF.

           PERFORM P220-VAULT-POSITION.
           PERFORM P230-TELLER-HISTORY.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-BRANCH-EXIT
           END-IF.

           PERFORM P240-DAY-NEED
               VARYING WS-HZN-SUB FROM 1 BY 1
               UNTIL WS-HZN-SUB > WS-HORIZON.

           COMPUTE WS-PROJECTED = WS-POSITION - WS-FCST-NEED.
           COMPUTE WS-PROPOSAL  = WS-TARGET-AMT - WS-PROJECTED.

           MOVE WS-POSITION   TO RPT-POSITION.
           MOVE WS-DAILY-NEED TO RPT-DAILY.
           MOVE WS-FCST-NEED  TO RPT-FORECAST.
           MOVE WS-PROJECTED  TO RPT-PROJECTED.

           IF WS-PROPOSAL < ZERO
               MOVE 'R' TO WS-ORDER-TYPE
               COMPUTE WS-ORDER-AMT = WS-PROPOSAL * -1
           ELSE
               MOVE 'O' TO WS-ORDER-TYPE
               MOVE WS-PROPOSAL TO WS-ORDER-AMT
           END-IF.

      *    Whole hundreds only.
           COMPUTE WS-HUNDREDS = WS-ORDER-AMT / 100.
           COMPUTE WS-ORDER-AMT = WS-HUNDREDS * 100.

           IF WS-ORDER-AMT < WS-MIN-ORDER
               MOVE 'NONE' TO RPT-ACTION
               MOVE 'Within reach of the target' TO RPT-NOTE
               WRITE CASHRPT-RECORD FROM WS-RPT-LINE
               GO TO ONE-BRANCH-EXIT
           END-IF.

           PERFORM P250-LOAD-MIX.
           PERFORM P260-SPLIT-DENOMINATIONS.
           PERFORM P270-PROPOSE-ORDER.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-BRANCH-EXIT
           END-IF.

           ADD WS-ORDER-AMT TO WS-PROPOSED-TOTAL.
           MOVE WS-ORDER-AMT TO RPT-AMOUNT.
           IF WS-ORDER-TYPE = 'O'
               ADD 1 TO WS-ORDER-COUNT
               MOVE 'ORDER' TO RPT-ACTION
               MOVE 'Proposed - for the branch manager on B128'
                 TO RPT-NOTE
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               MOVE 'RETURN' TO RPT-ACTION
               MOVE 'Surplus proposed back to the cash centre'
                 TO RPT-NOTE
           END-IF.
           WRITE CASHRPT-RECORD FROM WS-RPT-LINE.

           MOVE DCL-VOR-REF  TO DNM-REF.
           MOVE DCL-VOR-C100 TO DNM-C100.
           MOVE DCL-VOR-C50  TO DNM-C50.
           MOVE DCL-VOR-C20  TO DNM-C20.
           MOVE DCL-VOR-C10  TO DNM-C10.
           MOVE DCL-VOR-C5   TO DNM-C5.
           WRITE CASHRPT-RECORD FROM WS-DENOM-LINE.

       ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An order proposed, approved or with the vendor - or anything
      * decided today - holds the branch back until it settles.
      *-----------------------------------------------------------------
       P210-CHECK-OUTSTANDING.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKVORD
                 WHERE VOR_BRANCH = :DCL-VOR-BRANCH
                   AND (VOR_STATUS IN ('P', 'A', 'S')
                        OR VOR_PROPOSED_DTE = :WS-TODAY-DATE)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The vault's latest day - the counted close when proved, the
      * running position while it is still open.
      *-----------------------------------------------------------------
       P220-VAULT-POSITION.
           EXEC SQL
                SELECT VLT_STATUS, VLT_OPEN_AMT, VLT_MOVEMENT_TOT,
                       VLT_COUNTED_AMT
                  INTO :DCL-VLT-STATUS, :DCL-VLT-OPEN-AMT,
                       :DCL-VLT-MOVEMENT-TOT, :DCL-VLT-COUNTED-AMT
                  FROM BNKVAULT
                 WHERE VLT_BRANCH = :DCL-VLT-BRANCH
                   AND VLT_DATE =
                       (SELECT MAX(VLT_DATE)
                          FROM BNKVAULT
                         WHERE VLT_BRANCH = :DCL-VLT-BRANCH)
           END-EXEC.

           IF SQLCODE = ZERO
               IF DCL-VLT-CLOSED
                   MOVE DCL-VLT-COUNTED-AMT TO WS-POSITION
               ELSE
                   COMPUTE WS-POSITION =
                       DCL-VLT-OPEN-AMT + DCL-VLT-MOVEMENT-TOT
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The average day's net cash out over the counters - the
      * teller drawer legs DBANK55P posts under the branch (deposits
      * positive, withdrawals negative), or for a branch with none
      * the vault's own drawer movements (out to the drawers less
      * back into the vault).
      *-----------------------------------------------------------------
       P230-TELLER-HISTORY.
           MOVE ZERO TO WS-HIST-NET WS-HIST-DAYS.

           EXEC SQL
                SELECT COALESCE(SUM(BTX_AMOUNT), 0),
                       COUNT(DISTINCT BTX_POST_DATE)
                  INTO :WS-HIST-NET, :WS-HIST-DAYS
                  FROM BNKTXN
                 WHERE BTX_BRANCH = :DCL-VLT-BRANCH
                   AND BTX_ACCNO  = ' '
                   AND BTX_CATEGORY IN ('D', 'W')
                   AND BTX_POST_DATE >=
                       CHAR(DATE(:WS-TODAY-DATE) - :WS-HIST-WINDOW DAYS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIST-DAYS > ZERO
               COMPUTE WS-DAILY-NEED ROUNDED =
                   (WS-HIST-NET * -1) / WS-HIST-DAYS
               GO TO TELLER-HISTORY-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN VMV_DIRECTION = 'D'
                                         THEN VMV_AMOUNT
                                         ELSE 0 - VMV_AMOUNT
                                    END), 0),
                       COUNT(DISTINCT VMV_DATE)
                  INTO :WS-HIST-NET, :WS-HIST-DAYS
                  FROM BNKVMOVE
                 WHERE VMV_BRANCH   = :DCL-VLT-BRANCH
                   AND VMV_CURRENCY = ' '
                   AND VMV_DATE >=
                       CHAR(DATE(:WS-TODAY-DATE) - :WS-HIST-WINDOW DAYS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIST-DAYS > ZERO
               COMPUTE WS-DAILY-NEED ROUNDED =
                   WS-HIST-NET / WS-HIST-DAYS
           END-IF.

       TELLER-HISTORY-EXIT.
           EXIT.

      *    One horizon day - the uplifts apply to a day that pays out,
      *    not to one that takes cash in.
       P240-DAY-NEED.
           IF WS-DAILY-NEED > ZERO
               COMPUTE WS-DAY-NEED ROUNDED =
                   WS-DAILY-NEED * WS-HZN-PCT(WS-HZN-SUB) / 100
           ELSE
               MOVE WS-DAILY-NEED TO WS-DAY-NEED
           END-IF.

           ADD WS-DAY-NEED TO WS-FCST-NEED.

      *-----------------------------------------------------------------
      * The denomination mix, by value - the notes the vault paid
      * out to the drawers for an order, the notes that came back
      * for a return.  A branch with no history gets the standard
      * 40/30/20/5/5 split.
      *-----------------------------------------------------------------
       P250-LOAD-MIX.
           IF WS-ORDER-TYPE = 'O'
               MOVE 'D' TO WS-MIX-DIR
           ELSE
               MOVE 'V' TO WS-MIX-DIR
           END-IF.

           MOVE ZERO TO WS-SUM-C100 WS-SUM-C50 WS-SUM-C20
                        WS-SUM-C10 WS-SUM-C5.

           EXEC SQL
                SELECT COALESCE(SUM(VMV_C100), 0),
                       COALESCE(SUM(VMV_C50), 0),
                       COALESCE(SUM(VMV_C20), 0),
                       COALESCE(SUM(VMV_C10), 0),
                       COALESCE(SUM(VMV_C5), 0)
                  INTO :WS-SUM-C100, :WS-SUM-C50, :WS-SUM-C20,
                       :WS-SUM-C10, :WS-SUM-C5
                  FROM BNKVMOVE
                 WHERE VMV_BRANCH    = :DCL-VLT-BRANCH
                   AND VMV_CURRENCY  = ' '
                   AND VMV_DIRECTION = :WS-MIX-DIR
                   AND VMV_DATE >=
                       CHAR(DATE(:WS-TODAY-DATE) - :WS-HIST-WINDOW DAYS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           COMPUTE WS-MIX-V100 = WS-SUM-C100 * 100.
           COMPUTE WS-MIX-V50  = WS-SUM-C50 * 50.
           COMPUTE WS-MIX-V20  = WS-SUM-C20 * 20.
           COMPUTE WS-MIX-V10  = WS-SUM-C10 * 10.
           COMPUTE WS-MIX-V5   = WS-SUM-C5 * 5.
           COMPUTE WS-MIX-TOTAL = WS-MIX-V100 + WS-MIX-V50
               + WS-MIX-V20 + WS-MIX-V10 + WS-MIX-V5.

           IF WS-MIX-TOTAL = ZERO
               MOVE 40  TO WS-MIX-V100
               MOVE 30  TO WS-MIX-V50
               MOVE 20  TO WS-MIX-V20
               MOVE 5   TO WS-MIX-V10
               MOVE 5   TO WS-MIX-V5
               MOVE 100 TO WS-MIX-TOTAL
           END-IF.

      *    Each note's share of the amount, truncated to whole notes;
      *    what is left over goes in fives, so the split always
      *    proves the amount.
       P260-SPLIT-DENOMINATIONS.
           COMPUTE DCL-VOR-C100 =
               (WS-ORDER-AMT * WS-MIX-V100) / (WS-MIX-TOTAL * 100).
           COMPUTE DCL-VOR-C50 =
               (WS-ORDER-AMT * WS-MIX-V50) / (WS-MIX-TOTAL * 50).
           COMPUTE DCL-VOR-C20 =
               (WS-ORDER-AMT * WS-MIX-V20) / (WS-MIX-TOTAL * 20).
           COMPUTE DCL-VOR-C10 =
               (WS-ORDER-AMT * WS-MIX-V10) / (WS-MIX-TOTAL * 10).

           COMPUTE WS-REMAINDER = WS-ORDER-AMT
               - (DCL-VOR-C100 * 100) - (DCL-VOR-C50 * 50)
               - (DCL-VOR-C20 * 20) - (DCL-VOR-C10 * 10).

           COMPUTE DCL-VOR-C5 = WS-REMAINDER / 5.
           COMPUTE DCL-VOR-COIN = WS-REMAINDER - (DCL-VOR-C5 * 5).

      *-----------------------------------------------------------------
      * The proposal - keyed V + branch + run date, for delivery on
      * the next business day.
      *-----------------------------------------------------------------
       P270-PROPOSE-ORDER.
           MOVE SPACES TO DCL-VOR-REF.
           STRING 'V'                   DELIMITED BY SIZE
                  WS-BR-CODE(WS-BR-SUB) DELIMITED BY SIZE
                  WS-SYSDATE-YYYYMMDD   DELIMITED BY SIZE
             INTO DCL-VOR-REF.

           MOVE WS-ORDER-TYPE  TO DCL-VOR-TYPE.
           MOVE WS-TODAY-DATE  TO DCL-VOR-PROPOSED-DTE.
           MOVE WS-HZN-DATE(1) TO DCL-VOR-DELIVERY-DTE.
           MOVE WS-POSITION    TO DCL-VOR-POSITION.
           MOVE WS-FCST-NEED   TO DCL-VOR-FORECAST-AMT.
           MOVE WS-TARGET-AMT  TO DCL-VOR-TARGET-AMT.
           MOVE WS-ORDER-AMT   TO DCL-VOR-AMOUNT.

           EXEC SQL
                INSERT INTO BNKVORD (
                  VOR_REF,
                  VOR_BRANCH,
                  VOR_TYPE,
                  VOR_STATUS,
                  VOR_PROPOSED_DTE,
                  VOR_DELIVERY_DTE,
                  VOR_POSITION,
                  VOR_FORECAST_AMT,
                  VOR_TARGET_AMT,
                  VOR_AMOUNT,
                  VOR_C100,
                  VOR_C50,
                  VOR_C20,
                  VOR_C10,
                  VOR_C5,
                  VOR_COIN,
                  VOR_DISCREP_SW
                ) VALUES (
                  :DCL-VOR-REF,
                  :DCL-VOR-BRANCH,
                  :DCL-VOR-TYPE,
                  'P',
                  :DCL-VOR-PROPOSED-DTE,
                  :DCL-VOR-DELIVERY-DTE,
                  :DCL-VOR-POSITION,
                  :DCL-VOR-FORECAST-AMT,
                  :DCL-VOR-TARGET-AMT,
                  :DCL-VOR-AMOUNT,
                  :DCL-VOR-C100,
                  :DCL-VOR-C50,
                  :DCL-VOR-C20,
                  :DCL-VOR-C10,
                  :DCL-VOR-C5,
                  :DCL-VOR-COIN,
                  ' ')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Shipments counted in today that did not agree with the
      * order - for the cash centre and the vendor to chase.
      *-----------------------------------------------------------------
       P500-LIST-DISCREPANCIES.
           MOVE SPACES TO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.
           MOVE SPACES TO CASHRPT-RECORD.
           MOVE 'RECEIPTS CONFIRMED TODAY NOT AGREEING WITH THE ORDER'
             TO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'REF           BR   TYPE         ORDERED  '
                    DELIMITED BY SIZE
                  '      COUNTED      DIFFERENCE  BY'
                    DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

           EXEC SQL
                DECLARE VDS_CSR CURSOR FOR
                SELECT VOR_REF, VOR_BRANCH, VOR_TYPE, VOR_AMOUNT,
                       VOR_RCV_AMOUNT, VOR_RCV_BY
                FROM BNKVORD
                WHERE VOR_STATUS     = 'C'
                  AND VOR_DISCREP_SW = 'Y'
                  AND VOR_RCV_DTE    = :WS-TODAY-DATE
                ORDER BY VOR_BRANCH, VOR_REF
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VDS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-DISCREPANCY
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE VDS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P510-FETCH-DISCREPANCY.
           EXEC SQL
                FETCH VDS_CSR
                INTO :DCL-VOR-REF, :DCL-VOR-BRANCH, :DCL-VOR-TYPE,
                     :DCL-VOR-AMOUNT, :DCL-VOR-RCV-AMOUNT,
                     :DCL-VOR-RCV-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-DISCREP-COUNT
               MOVE SPACES             TO WS-DISC-LINE
               MOVE DCL-VOR-REF        TO DSC-REF
               MOVE DCL-VOR-BRANCH     TO DSC-BRANCH
               IF DCL-VOR-IS-ORDER
                   MOVE 'ORDER'        TO DSC-TYPE
               ELSE
                   MOVE 'RETURN'       TO DSC-TYPE
               END-IF
               MOVE DCL-VOR-AMOUNT     TO DSC-ORDERED
               MOVE DCL-VOR-RCV-AMOUNT TO DSC-COUNTED
               COMPUTE DSC-DIFF = DCL-VOR-RCV-AMOUNT - DCL-VOR-AMOUNT
               MOVE DCL-VOR-RCV-BY     TO DSC-RCV-BY
               WRITE CASHRPT-RECORD FROM WS-DISC-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P600-WRITE-TOTALS.
           MOVE SPACES TO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

           MOVE WS-BRANCH-COUNT TO WS-CNT-DSP.
           MOVE WS-ORDER-COUNT  TO WS-CNT-DSP2.
           MOVE WS-RETURN-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'BRANCHES: '   DELIMITED BY SIZE
                  WS-CNT-DSP     DELIMITED BY SIZE
                  '   ORDERS: '  DELIMITED BY SIZE
                  WS-CNT-DSP2    DELIMITED BY SIZE
                  '   RETURNS: ' DELIMITED BY SIZE
                  WS-CNT-DSP3    DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

           MOVE WS-DISCREP-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO CASHRPT-RECORD.
           STRING 'RECEIPT DISCREPANCIES: ' DELIMITED BY SIZE
                  WS-CNT-DSP                DELIMITED BY SIZE
             INTO CASHRPT-RECORD.
           WRITE CASHRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DVLT03P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The night's proposals go in together or not at all.
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
           MOVE 'CASHFCST' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CASHFCST' TO CD37I-JOB.
           MOVE WS-BRANCH-COUNT TO CD37I-ROWS-READ.
           COMPUTE CD37I-ROWS-POSTED = WS-ORDER-COUNT + WS-RETURN-COUNT.
           MOVE WS-DISCREP-COUNT  TO CD37I-ROWS-REJECTED.
           MOVE WS-PROPOSED-TOTAL TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
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
