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
001300* Program:     DATTR01P.CBL                                    *
001400* Function:    Month-end acquisition and attrition MIS - the    *
001500*              account movement analysis for the month the run  *
001600*              falls in, per product (BAC_ACCTYPE, the BAT_TYPE *
001700*              key) and BAC_BRANCH:                             *
001800*                - accounts opened (DBANK14P, BAC_OPEN_DATE)    *
001900*                  and the month-end balance they brought in;   *
002000*                - accounts closed (DBANK28P) by the            *
002100*                  BAC_CLOSE_REASON given, escheated accounts   *
002200*                  (DBANK71P, reason 'U') shown separately, and *
002300*                  the balance each held on its last BNKBSNP    *
002400*                  snapshot before closing;                     *
002500*                - DCONV01P product conversions in and out and  *
002600*                  DBANK26P dormancy transitions, both read     *
002700*                  back from their BNKMADT audit rows;          *
002800*                - closing stock (open at month end) and the    *
002900*                  opening stock it implies, so every line      *
003000*                  reconciles: opening + new + converted in -   *
003100*                  converted out - closed = closing.            *
003200*              A second section follows each of the last twelve *
003300*              months' new-account cohorts per product: how     *
003400*              many opened and how many are still open, the     *
003500*              oldest cohort giving the twelve-month survival.  *
003600*              Printed on ATTRMIS.RPT and written as a          *
003700*              comma-delimited file ATTRMIS.CSV for the board   *
003800*              pack.  Balances are summed as booked, the way    *
003900*              DBANK80P's trend report sums them.  Read-only;   *
004000*              runs in the month-end leg and logs through       *
004100*              DBANK37P.                                        *
004200*              SQL version - standalone batch step, connects    *
004300*              and disconnects itself.                          *
004400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DATTR01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTRRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ATTRCSV ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTRRPT.
       01  ATTRRPT-RECORD                        PIC X(132).

       FD  ATTRCSV.
       01  ATTRCSV-RECORD                        PIC X(250).

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
                   VALUE "C:\BANK\DATA\ATTRMIS.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-CSV-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\ATTRMIS.CSV".
           05  WS-CSV-STATUS                     PIC X(2).
               88  WS-CSV-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-RPT-MONTH                      PIC X(7).
           05  WS-RPT-TOTAL-MONTHS               PIC S9(7) COMP-3.
           05  WS-WORK-TOTAL-MONTHS              PIC S9(7) COMP-3.
           05  WS-WORK-YYYY                      PIC 9(4).
           05  WS-WORK-MM                        PIC 9(2).
           05  WS-WORK-MONTH                     PIC X(7).
           05  WS-ACCT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FULL-WARNED-SW                 PIC X(1) VALUE 'N'.
               88  WS-FULL-WARNED                VALUE 'Y'.

      *-----------------------------------------------------------------
      * One account's dates broken out for the month arithmetic.
      *-----------------------------------------------------------------
       01  WS-DATE-WORK                          PIC X(10).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                        PIC 9(4).
           05  FILLER                            PIC X(1).
           05  WS-DW-MM                          PIC 9(2).
           05  FILLER                            PIC X(3).

      *-----------------------------------------------------------------
      * What this account did in the month - worked out before any
      * cell is touched, so an account long closed adds nothing.
      *-----------------------------------------------------------------
       01  WS-ACCOUNT-FLAGS.
           05  WS-OPEN-AT-END-SW                 PIC X(1).
               88  WS-OPEN-AT-END                VALUE 'Y'.
           05  WS-OPENED-IN-MONTH-SW             PIC X(1).
               88  WS-OPENED-IN-MONTH            VALUE 'Y'.
           05  WS-CLOSED-IN-MONTH-SW             PIC X(1).
               88  WS-CLOSED-IN-MONTH            VALUE 'Y'.
           05  WS-COHORT-SUB                     PIC S9(4) COMP.

      *-----------------------------------------------------------------
      * The closure reasons DBANK28P keeps, in report column order -
      * the last one, 'U', is escheatment.
      *-----------------------------------------------------------------
       01  WS-REASON-CODES                       PIC X(8)
                                                  VALUE 'CSPBRMEU'.
       01  WS-REASON-CODES-R REDEFINES WS-REASON-CODES.
           05  WS-REASON-CODE                    PIC X(1)
                                                  OCCURS 8 TIMES.
       01  WS-REASON-SUB                         PIC S9(4) COMP.

      *-----------------------------------------------------------------
      * Movement cells, one per product and branch.
      *-----------------------------------------------------------------
       01  WS-CELL-MAX                           PIC S9(4) COMP
                                                  VALUE 300.
       01  WS-CELL-COUNT                         PIC S9(4) COMP
                                                  VALUE ZERO.
       01  WS-CELL-SUB                           PIC S9(4) COMP.
       01  WS-SORT-SUB                           PIC S9(4) COMP.
       01  WS-FOUND-SUB                          PIC S9(4) COMP.
       01  WS-SORT-SWAPPED-SW                    PIC X(1).
           88  WS-SORT-SWAPPED                   VALUE 'Y'.
       01  WS-FIND-TYPE                          PIC X(1).
       01  WS-FIND-BRANCH                        PIC X(3).

       01  WS-CELL-TABLE.
           05  WS-CELL                           OCCURS 300 TIMES.
               10  WS-C-KEY.
                   15  WS-C-TYPE                 PIC X(1).
                   15  WS-C-BRANCH               PIC X(3).
               10  WS-C-COUNTS.
                   15  WS-C-OPENING              PIC S9(7) COMP-3.
                   15  WS-C-NEW                  PIC S9(7) COMP-3.
                   15  WS-C-CONV-IN              PIC S9(7) COMP-3.
                   15  WS-C-CONV-OUT             PIC S9(7) COMP-3.
                   15  WS-C-CLOSED               PIC S9(7) COMP-3.
                   15  WS-C-ESCHEATED            PIC S9(7) COMP-3.
                   15  WS-C-CLOSING              PIC S9(7) COMP-3.
                   15  WS-C-TO-DORMANT           PIC S9(7) COMP-3.
                   15  WS-C-REACTIVATED          PIC S9(7) COMP-3.
                   15  WS-C-REASON-CNT           PIC S9(7) COMP-3
                                                  OCCURS 8 TIMES.
                   15  WS-C-BAL-WON              PIC S9(11)V99 COMP-3.
                   15  WS-C-BAL-LOST             PIC S9(11)V99 COMP-3.

       01  WS-CELL-HOLD.
           05  WS-H-KEY                          PIC X(4).
           05  WS-H-COUNTS                       PIC X(82).

      *-----------------------------------------------------------------
      * The whole bank - the same counters, summed as lines print.
      *-----------------------------------------------------------------
       01  WS-TOTALS.
           05  WS-T-OPENING                      PIC S9(9) COMP-3.
           05  WS-T-NEW                          PIC S9(9) COMP-3.
           05  WS-T-CONV-IN                      PIC S9(9) COMP-3.
           05  WS-T-CONV-OUT                     PIC S9(9) COMP-3.
           05  WS-T-CLOSED                       PIC S9(9) COMP-3.
           05  WS-T-ESCHEATED                    PIC S9(9) COMP-3.
           05  WS-T-CLOSING                      PIC S9(9) COMP-3.
           05  WS-T-TO-DORMANT                   PIC S9(9) COMP-3.
           05  WS-T-REACTIVATED                  PIC S9(9) COMP-3.
           05  WS-T-REASON-CNT                   PIC S9(9) COMP-3
                                                  OCCURS 8 TIMES.
           05  WS-T-BAL-WON                      PIC S9(13)V99 COMP-3.
           05  WS-T-BAL-LOST                     PIC S9(13)V99 COMP-3.

      *-----------------------------------------------------------------
      * New-account cohorts - per product, the twelve months before
      * the report month, month 12 being the oldest.
      *-----------------------------------------------------------------
       01  WS-COH-MAX                            PIC S9(4) COMP
                                                  VALUE 30.
       01  WS-COH-COUNT                          PIC S9(4) COMP
                                                  VALUE ZERO.
       01  WS-COH-SUB                            PIC S9(4) COMP.

       01  WS-COHORT-TABLE.
           05  WS-COH-ENTRY                      OCCURS 30 TIMES.
               10  WS-COH-TYPE                   PIC X(1).
               10  WS-COH-MONTH                  OCCURS 12 TIMES.
                   15  WS-COH-OPENED             PIC S9(7) COMP-3.
                   15  WS-COH-SURVIVED           PIC S9(7) COMP-3.

       01  WS-SURVIVAL-PCT                       PIC S9(3)V9 COMP-3.

      *-----------------------------------------------------------------
      * Printed report lines.
      *-----------------------------------------------------------------
       01  WS-HDR-LINE-1.
           05  FILLER                            PIC X(38)
               VALUE 'ACCOUNT ACQUISITION AND ATTRITION -  '.
           05  WS-HDR-MONTH                      PIC X(7).
           05  FILLER                            PIC X(10)
               VALUE '   RUN ON '.
           05  WS-HDR-RUN-DATE                   PIC X(10).
           05  FILLER                            PIC X(67) VALUE SPACES.

       01  WS-MOV-HDR-1.
           05  FILLER                            PIC X(54)
               VALUE 'TYPE BRANCH  OPENING     NEW CONV IN CONV OUT  CLO
      -              'SED'.
           05  FILLER                            PIC X(54)
               VALUE ' ESCHEAT  CLOSING DORMANT REACTIV   BALANCE WON  B
      -              'ALA'.
           05  FILLER                            PIC X(24)
               VALUE 'NCE LOST'.

       01  WS-MOV-LINE.
           05  WS-ML-TYPE                        PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-ML-BRANCH                      PIC X(6).
           05  WS-ML-OPENING                     PIC -(7)9.
           05  WS-ML-NEW                         PIC -(7)9.
           05  WS-ML-CONV-IN                     PIC -(7)9.
           05  WS-ML-CONV-OUT                    PIC -(8)9.
           05  WS-ML-CLOSED                      PIC -(7)9.
           05  WS-ML-ESCHEATED                   PIC -(7)9.
           05  WS-ML-CLOSING                     PIC -(8)9.
           05  WS-ML-TO-DORMANT                  PIC -(7)9.
           05  WS-ML-REACTIVATED                 PIC -(7)9.
           05  WS-ML-BAL-WON                     PIC -(11)9.99.
           05  WS-ML-BAL-LOST                    PIC -(11)9.99.
           05  FILLER                            PIC X(12) VALUE SPACES.

       01  WS-RSN-HDR-1.
           05  FILLER                            PIC X(60)
               VALUE 'CLOSURES BY REASON'.
           05  FILLER                            PIC X(72) VALUE SPACES.

       01  WS-RSN-HDR-2.
           05  FILLER                            PIC X(57)
               VALUE 'TYPE BRANCH  CUSTOMER SWITCHED    PRICE     BANK
      -              'REPAID'.
           05  FILLER                            PIC X(75)
               VALUE '  MATURED   ESTATE  ESCHEAT'.

       01  WS-RSN-LINE.
           05  WS-RL-TYPE                        PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-RL-BRANCH                      PIC X(6).
           05  WS-RL-REASON                      PIC -(8)9
                                                  OCCURS 8 TIMES.
           05  FILLER                            PIC X(49) VALUE SPACES.

       01  WS-COH-HDR-1.
           05  FILLER                            PIC X(60)
               VALUE 'NEW-ACCOUNT COHORT SURVIVAL (STILL OPEN AT MONTH E
      -              'ND)'.
           05  FILLER                            PIC X(72) VALUE SPACES.

       01  WS-COH-HDR-2.
           05  FILLER                            PIC X(50)
               VALUE 'TYPE COHORT    AGE   OPENED  SURVIVING  SURVIVAL %
      -              ''.
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  WS-COH-LINE.
           05  WS-CL-TYPE                        PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-CL-COHORT                      PIC X(7).
           05  FILLER                            PIC X(1) VALUE SPACE.
           05  WS-CL-AGE                         PIC Z9.
           05  FILLER                            PIC X(3) VALUE ' MO'.
           05  WS-CL-OPENED                      PIC -(7)9.
           05  WS-CL-SURVIVED                    PIC -(9)9.
           05  FILLER                            PIC X(6) VALUE SPACES.
           05  WS-CL-PCT                         PIC ZZ9.9.
           05  FILLER                            PIC X(85) VALUE SPACES.

      *-----------------------------------------------------------------
      * Comma-delimited board-pack file - each value goes in with its
      * leading spaces stripped (P790).
      *-----------------------------------------------------------------
       01  WS-CSV-WORK.
           05  WS-CSV-FIELD                      PIC X(20).
           05  WS-CSV-LEAD                       PIC S9(4) COMP.
           05  WS-CSV-PTR                        PIC S9(4) COMP.
           05  WS-CSV-CNT                        PIC -(8)9.
           05  WS-CSV-AMT                        PIC -(12)9.99.
           05  WS-CSV-PCT                        PIC ZZ9.9.
           05  WS-CSV-ROWS                       PIC S9(7) COMP-3
                                                  VALUE ZERO.

       01  WS-CSV-MOV-HEADER                     PIC X(250) VALUE
           'MOVEMENT,MONTH,TYPE,BRANCH,OPENING,NEW,CONV_IN,CONV_OUT,CLOS
      -    'ED,ESCHEATED,CLOSING,TO_DORMANT,REACTIVATED,BAL_WON,BAL_LOST
      -    ',CLOSED_CUSTOMER,CLOSED_SWITCHED,CLOSED_PRICE,CLOSED_BANK,CL
      -    'OSED_REPAID,CLOSED_MATURED,CLOSED_ESTATE,CLOSED_ESCHEATED'.
       01  WS-CSV-COH-HEADER                     PIC X(250) VALUE
           'COHORT,MONTH,TYPE,COHORT_MONTH,AGE_MONTHS,OPENED,SURVIVING,S
      -    'URVIVAL_PCT'.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSACX.

       01  WS-MONTH-FROM                         PIC X(10).
       01  WS-NEXT-FROM                          PIC X(10).
       01  WS-COHORT-FROM                        PIC X(10).
       01  WS-OPEN-IND                           PIC S9(4) COMP-5.
       01  WS-CLOSE-IND                          PIC S9(4) COMP-5.
       01  WS-LOST-BAL                           PIC S9(7)V99 COMP-3.
       01  WS-MAD-OLD-TYPE                       PIC X(1).
       01  WS-MAD-NEW-TYPE                       PIC X(1).
       01  WS-MAD-STATUS                         PIC X(1).
       01  WS-GROUP-COUNT                        PIC S9(9) COMP-5.

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
               PERFORM P100-RUN-MIS THRU P100-EXIT
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DATTR01P - unable to connect, attrition MIS aborted'
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
      * Gather the month's movements, then print and export them.
      *=================================================================
       P100-RUN-MIS.
           OPEN OUTPUT ATTRRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DATTR01P - cannot open report, status: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO P100-EXIT
           END-IF.

           OPEN OUTPUT ATTRCSV.

           IF NOT WS-CSV-OK
               DISPLAY 'DATTR01P - cannot open board-pack file, '
                       'status: ' WS-CSV-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE ATTRRPT
               GO TO P100-EXIT
           END-IF.

           PERFORM P110-BUILD-DATES.

           INITIALIZE WS-CELL-TABLE WS-COHORT-TABLE WS-TOTALS.

           PERFORM P200-SCAN-ACCOUNTS.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-LOAD-CONVERSIONS
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P500-LOAD-DORMANCY
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P600-DERIVE-OPENING
                   VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               PERFORM P650-SORT-CELLS
               PERFORM P700-WRITE-MOVEMENTS
               PERFORM P740-WRITE-REASONS
               PERFORM P760-WRITE-COHORTS
           END-IF.

           CLOSE ATTRRPT ATTRCSV.

           DISPLAY 'DATTR01P - attrition MIS complete for '
                   WS-RPT-MONTH ', accounts read: ' WS-ACCT-COUNT
                   ' lines: ' WS-CELL-COUNT.

       P100-EXIT.
           EXIT.

      *    The month is the one the run falls in - the leg runs on
      *    its last calendar day.  The month's end is taken as the
      *    first of the next month, exclusive, so every comparison
      *    is against a real date; the cohort window starts twelve
      *    months before the report month.
       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE WS-RUN-DATE(1:7) TO WS-RPT-MONTH.
           MOVE SPACES TO WS-MONTH-FROM.
           STRING WS-RPT-MONTH DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
             INTO WS-MONTH-FROM.

           COMPUTE WS-RPT-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM.

           COMPUTE WS-WORK-TOTAL-MONTHS = WS-RPT-TOTAL-MONTHS + 1.
           PERFORM P120-MONTH-STRING.
           MOVE SPACES TO WS-NEXT-FROM.
           STRING WS-WORK-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-NEXT-FROM.

           COMPUTE WS-WORK-TOTAL-MONTHS = WS-RPT-TOTAL-MONTHS - 12.
           PERFORM P120-MONTH-STRING.
           MOVE SPACES TO WS-COHORT-FROM.
           STRING WS-WORK-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-COHORT-FROM.

      *    WS-WORK-TOTAL-MONTHS (year * 12 + month) back to YYYY-MM,
      *    the same month arithmetic the dormancy cutoff uses.
       P120-MONTH-STRING.
           COMPUTE WS-WORK-YYYY =
               (WS-WORK-TOTAL-MONTHS - 1) / 12.
           COMPUTE WS-WORK-MM =
               WS-WORK-TOTAL-MONTHS - (WS-WORK-YYYY * 12).
           MOVE SPACES TO WS-WORK-MONTH.
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-WORK-MM   DELIMITED BY SIZE
             INTO WS-WORK-MONTH.

      *=================================================================
      * One pass over every BNKACC row, closed ones included - the
      * month's openings, closures, closing stock and cohorts all come
      * from the account's own dates.
      *=================================================================
       P200-SCAN-ACCOUNTS.
           EXEC SQL
                DECLARE ACC_CSR CURSOR FOR
                SELECT BAC_ACCNO,
                       BAC_ACCTYPE,
                       BAC_BRANCH,
                       BAC_STATUS,
                       BAC_BALANCE,
                       BAC_OPEN_DATE,
                       BAC_CLOSE_DATE,
                       BAC_CLOSE_REASON
                FROM BNKACC
                ORDER BY BAC_ACCTYPE, BAC_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ACC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-ACCOUNT
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ACC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-ACCOUNT.
           EXEC SQL
                FETCH ACC_CSR
                INTO :DCL-BAC-ACCNO,
                     :DCL-BAC-ACCTYPE,
                     :DCL-BAC-BRANCH,
                     :DCL-BAC-STATUS,
                     :DCL-BAC-BALANCE,
                     :DCL-BAC-OPEN-DATE :WS-OPEN-IND,
                     :DCL-BAC-CLOSE-DATE :WS-CLOSE-IND,
                     :DCL-BAC-CLOSE-REASON
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-ACCT-COUNT
               PERFORM P220-PROCESS-ACCOUNT THRU P220-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * An account with no opening date predates the column and is
      * simply part of the stock.  One opened after the month is not
      * counted at all.
      *-----------------------------------------------------------------
       P220-PROCESS-ACCOUNT.
           IF WS-OPEN-IND NOT < ZERO AND
              DCL-BAC-OPEN-DATE NOT < WS-NEXT-FROM
               GO TO P220-EXIT
           END-IF.

           MOVE 'Y' TO WS-OPEN-AT-END-SW.
           MOVE 'N' TO WS-OPENED-IN-MONTH-SW WS-CLOSED-IN-MONTH-SW.
           MOVE ZERO TO WS-COHORT-SUB.

           IF DCL-BAC-CLOSED AND WS-CLOSE-IND NOT < ZERO AND
              DCL-BAC-CLOSE-DATE < WS-NEXT-FROM
               MOVE 'N' TO WS-OPEN-AT-END-SW
               IF DCL-BAC-CLOSE-DATE NOT < WS-MONTH-FROM
                   MOVE 'Y' TO WS-CLOSED-IN-MONTH-SW
               END-IF
           END-IF.

           IF WS-OPEN-IND NOT < ZERO
               IF DCL-BAC-OPEN-DATE NOT < WS-MONTH-FROM
                   MOVE 'Y' TO WS-OPENED-IN-MONTH-SW
               ELSE
                   IF DCL-BAC-OPEN-DATE NOT < WS-COHORT-FROM
                       MOVE DCL-BAC-OPEN-DATE TO WS-DATE-WORK
                       COMPUTE WS-COHORT-SUB = WS-RPT-TOTAL-MONTHS
                           - ((WS-DW-YYYY * 12) + WS-DW-MM)
                   END-IF
               END-IF
           END-IF.

           IF WS-COHORT-SUB > ZERO AND WS-COHORT-SUB NOT > 12
               PERFORM P350-COUNT-COHORT
           END-IF.

           IF NOT WS-OPEN-AT-END AND NOT WS-CLOSED-IN-MONTH
               GO TO P220-EXIT
           END-IF.

           MOVE DCL-BAC-ACCTYPE TO WS-FIND-TYPE.
           MOVE DCL-BAC-BRANCH  TO WS-FIND-BRANCH.
           PERFORM P300-FIND-CELL.

           IF WS-CELL-SUB = ZERO
               GO TO P220-EXIT
           END-IF.

           IF WS-OPEN-AT-END
               ADD 1 TO WS-C-CLOSING(WS-CELL-SUB)
           END-IF.

           IF WS-OPENED-IN-MONTH
               ADD 1 TO WS-C-NEW(WS-CELL-SUB)
               IF WS-OPEN-AT-END
                   ADD DCL-BAC-BALANCE TO WS-C-BAL-WON(WS-CELL-SUB)
               END-IF
           END-IF.

           IF WS-CLOSED-IN-MONTH
               PERFORM P230-COUNT-CLOSURE
           END-IF.

       P220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A closure in the month - by reason, escheatment also on its
      * own, and what the account held on its last snapshot before
      * the close (the balance itself is zero by now).
      *-----------------------------------------------------------------
       P230-COUNT-CLOSURE.
           ADD 1 TO WS-C-CLOSED(WS-CELL-SUB).

           IF DCL-BAC-CLOSE-ESCHEATED
               ADD 1 TO WS-C-ESCHEATED(WS-CELL-SUB)
           END-IF.

           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM P235-MATCH-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 8 OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB = ZERO
               MOVE 1 TO WS-FOUND-SUB
           END-IF.
           ADD 1 TO WS-C-REASON-CNT(WS-CELL-SUB, WS-FOUND-SUB).

           MOVE ZERO TO WS-LOST-BAL.

           EXEC SQL
                SELECT BSN_BALANCE
                  INTO :WS-LOST-BAL
                  FROM BNKBSNP
                 WHERE BSN_ACCNO = :DCL-BAC-ACCNO
                   AND BSN_DATE  =
                       (SELECT MAX(BSN_DATE)
                          FROM BNKBSNP
                         WHERE BSN_ACCNO = :DCL-BAC-ACCNO
                           AND BSN_DATE  < :DCL-BAC-CLOSE-DATE)
           END-EXEC.

           IF SQLCODE = +100
               MOVE ZERO TO WS-LOST-BAL
           END-IF.

           PERFORM P800-ERROR-CHECK.

           ADD WS-LOST-BAL TO WS-C-BAL-LOST(WS-CELL-SUB).

      *    An unknown reason counts as the customer's own request, the
      *    same default DBANK28P applies.
       P235-MATCH-REASON.
           IF WS-REASON-CODE(WS-REASON-SUB) = DCL-BAC-CLOSE-REASON
               MOVE WS-REASON-SUB TO WS-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Find the cell for WS-FIND-TYPE/WS-FIND-BRANCH, adding it when
      * it is new.  A full table is reported once and the rest of the
      * run's movements for new cells are left out.
      *-----------------------------------------------------------------
       P300-FIND-CELL.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM P310-MATCH-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT OR WS-FOUND-SUB > ZERO.
           MOVE WS-FOUND-SUB TO WS-CELL-SUB.

           IF WS-CELL-SUB = ZERO
               IF WS-CELL-COUNT < WS-CELL-MAX
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT  TO WS-CELL-SUB
                   MOVE WS-FIND-TYPE   TO WS-C-TYPE(WS-CELL-SUB)
                   MOVE WS-FIND-BRANCH TO WS-C-BRANCH(WS-CELL-SUB)
               ELSE
                   MOVE ZERO TO WS-CELL-SUB
                   IF NOT WS-FULL-WARNED
                       DISPLAY 'DATTR01P - more than ' WS-CELL-MAX
                               ' product/branch lines, rest omitted'
                       MOVE 'Y' TO WS-FULL-WARNED-SW
                   END-IF
               END-IF
           END-IF.

       P310-MATCH-CELL.
           IF WS-C-TYPE(WS-CELL-SUB)   = WS-FIND-TYPE AND
              WS-C-BRANCH(WS-CELL-SUB) = WS-FIND-BRANCH
               MOVE WS-CELL-SUB TO WS-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * One account into its product's cohort for the month it opened.
      *-----------------------------------------------------------------
       P350-COUNT-COHORT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM P355-MATCH-COHORT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-COUNT OR WS-FOUND-SUB > ZERO.
           MOVE WS-FOUND-SUB TO WS-COH-SUB.

           IF WS-COH-SUB = ZERO
               IF WS-COH-COUNT < WS-COH-MAX
                   ADD 1 TO WS-COH-COUNT
                   MOVE WS-COH-COUNT    TO WS-COH-SUB
                   MOVE DCL-BAC-ACCTYPE TO WS-COH-TYPE(WS-COH-SUB)
               ELSE
                   MOVE ZERO TO WS-COH-SUB
               END-IF
           END-IF.

           IF WS-COH-SUB > ZERO
               ADD 1 TO WS-COH-OPENED(WS-COH-SUB, WS-COHORT-SUB)
               IF WS-OPEN-AT-END
                   ADD 1 TO WS-COH-SURVIVED(WS-COH-SUB, WS-COHORT-SUB)
               END-IF
           END-IF.

       P355-MATCH-COHORT.
           IF WS-COH-TYPE(WS-COH-SUB) = DCL-BAC-ACCTYPE
               MOVE WS-COH-SUB TO WS-FOUND-SUB
           END-IF.

      *=================================================================
      * Product conversions in the month, from DCONV01P's audit rows -
      * 'TYPE=x' before and after, the branch from the account.
      *=================================================================
       P400-LOAD-CONVERSIONS.
           EXEC SQL
                DECLARE CNV_CSR CURSOR FOR
                SELECT SUBSTR(M.MAD_BEFORE, 6, 1),
                       SUBSTR(M.MAD_AFTER, 6, 1),
                       A.BAC_BRANCH,
                       COUNT(*)
                FROM BNKMADT M, BNKACC A
                WHERE M.MAD_PROGRAM = 'DCONV01P'
                  AND M.MAD_TABLE   = 'BNKACC'
                  AND M.MAD_ACTION  = 'C'
                  AND DATE(M.MAD_TIMESTAMP) >= :WS-MONTH-FROM
                  AND DATE(M.MAD_TIMESTAMP) <  :WS-NEXT-FROM
                  AND A.BAC_ACCNO = SUBSTR(M.MAD_KEY, 1, 9)
                GROUP BY SUBSTR(M.MAD_BEFORE, 6, 1),
                         SUBSTR(M.MAD_AFTER, 6, 1),
                         A.BAC_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CNV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P410-FETCH-CONVERSION
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE CNV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P410-FETCH-CONVERSION.
           EXEC SQL
                FETCH CNV_CSR
                INTO :WS-MAD-OLD-TYPE,
                     :WS-MAD-NEW-TYPE,
                     :DCL-BAC-BRANCH,
                     :WS-GROUP-COUNT
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE WS-MAD-OLD-TYPE TO WS-FIND-TYPE
               MOVE DCL-BAC-BRANCH  TO WS-FIND-BRANCH
               PERFORM P300-FIND-CELL
               IF WS-CELL-SUB > ZERO
                   ADD WS-GROUP-COUNT TO WS-C-CONV-OUT(WS-CELL-SUB)
               END-IF
               MOVE WS-MAD-NEW-TYPE TO WS-FIND-TYPE
               PERFORM P300-FIND-CELL
               IF WS-CELL-SUB > ZERO
                   ADD WS-GROUP-COUNT TO WS-C-CONV-IN(WS-CELL-SUB)
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Dormancy transitions in the month, from DBANK26P's audit rows
      * - 'STATUS=D' gone dormant, 'STATUS=A' woken up again.
      *=================================================================
       P500-LOAD-DORMANCY.
           EXEC SQL
                DECLARE DRM_CSR CURSOR FOR
                SELECT A.BAC_ACCTYPE,
                       A.BAC_BRANCH,
                       SUBSTR(M.MAD_AFTER, 8, 1),
                       COUNT(*)
                FROM BNKMADT M, BNKACC A
                WHERE M.MAD_PROGRAM = 'DBANK26P'
                  AND M.MAD_TABLE   = 'BNKACC'
                  AND M.MAD_ACTION  = 'U'
                  AND DATE(M.MAD_TIMESTAMP) >= :WS-MONTH-FROM
                  AND DATE(M.MAD_TIMESTAMP) <  :WS-NEXT-FROM
                  AND A.BAC_ACCNO = SUBSTR(M.MAD_KEY, 1, 9)
                GROUP BY A.BAC_ACCTYPE,
                         A.BAC_BRANCH,
                         SUBSTR(M.MAD_AFTER, 8, 1)
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DRM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-DORMANCY
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE DRM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P510-FETCH-DORMANCY.
           EXEC SQL
                FETCH DRM_CSR
                INTO :DCL-BAC-ACCTYPE,
                     :DCL-BAC-BRANCH,
                     :WS-MAD-STATUS,
                     :WS-GROUP-COUNT
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-BAC-ACCTYPE TO WS-FIND-TYPE
               MOVE DCL-BAC-BRANCH  TO WS-FIND-BRANCH
               PERFORM P300-FIND-CELL
               IF WS-CELL-SUB > ZERO
                   IF WS-MAD-STATUS = 'D'
                       ADD WS-GROUP-COUNT
                         TO WS-C-TO-DORMANT(WS-CELL-SUB)
                   ELSE
                       ADD WS-GROUP-COUNT
                         TO WS-C-REACTIVATED(WS-CELL-SUB)
                   END-IF
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Opening stock is what the closing stock implies once the
      * month's movements are taken back out.
      *-----------------------------------------------------------------
       P600-DERIVE-OPENING.
           COMPUTE WS-C-OPENING(WS-CELL-SUB) =
               WS-C-CLOSING(WS-CELL-SUB)
             - WS-C-NEW(WS-CELL-SUB)
             - WS-C-CONV-IN(WS-CELL-SUB)
             + WS-C-CONV-OUT(WS-CELL-SUB)
             + WS-C-CLOSED(WS-CELL-SUB).

      *-----------------------------------------------------------------
      * Cells added by the conversion and dormancy passes land at the
      * end - put the whole table back into product/branch order.
      *-----------------------------------------------------------------
       P650-SORT-CELLS.
           MOVE 'Y' TO WS-SORT-SWAPPED-SW.
           PERFORM P660-SORT-PASS
               UNTIL NOT WS-SORT-SWAPPED.

       P660-SORT-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW.
           PERFORM P670-SORT-COMPARE
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-CELL-COUNT.

       P670-SORT-COMPARE.
           IF WS-C-KEY(WS-SORT-SUB) > WS-C-KEY(WS-SORT-SUB + 1)
               MOVE WS-CELL(WS-SORT-SUB)     TO WS-CELL-HOLD
               MOVE WS-CELL(WS-SORT-SUB + 1) TO WS-CELL(WS-SORT-SUB)
               MOVE WS-CELL-HOLD             TO WS-CELL(WS-SORT-SUB + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF.

      *=================================================================
      * The movement analysis - one line per product and branch, the
      * bank total under it, and the same rows to the board pack.
      *=================================================================
       P700-WRITE-MOVEMENTS.
           MOVE WS-RPT-MONTH TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE  TO WS-HDR-RUN-DATE.
           WRITE ATTRRPT-RECORD FROM WS-HDR-LINE-1.
           MOVE SPACES TO ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD FROM WS-MOV-HDR-1.

           WRITE ATTRCSV-RECORD FROM WS-CSV-MOV-HEADER.

           PERFORM P710-WRITE-MOVEMENT-LINE
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT.

           MOVE 'ALL '            TO WS-ML-TYPE.
           MOVE 'ALL'             TO WS-ML-BRANCH.
           MOVE WS-T-OPENING      TO WS-ML-OPENING.
           MOVE WS-T-NEW          TO WS-ML-NEW.
           MOVE WS-T-CONV-IN      TO WS-ML-CONV-IN.
           MOVE WS-T-CONV-OUT     TO WS-ML-CONV-OUT.
           MOVE WS-T-CLOSED       TO WS-ML-CLOSED.
           MOVE WS-T-ESCHEATED    TO WS-ML-ESCHEATED.
           MOVE WS-T-CLOSING      TO WS-ML-CLOSING.
           MOVE WS-T-TO-DORMANT   TO WS-ML-TO-DORMANT.
           MOVE WS-T-REACTIVATED  TO WS-ML-REACTIVATED.
           MOVE WS-T-BAL-WON      TO WS-ML-BAL-WON.
           MOVE WS-T-BAL-LOST     TO WS-ML-BAL-LOST.
           MOVE SPACES TO ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD FROM WS-MOV-LINE.

       P710-WRITE-MOVEMENT-LINE.
           MOVE WS-C-TYPE(WS-CELL-SUB)        TO WS-ML-TYPE.
           MOVE WS-C-BRANCH(WS-CELL-SUB)      TO WS-ML-BRANCH.
           MOVE WS-C-OPENING(WS-CELL-SUB)     TO WS-ML-OPENING.
           MOVE WS-C-NEW(WS-CELL-SUB)         TO WS-ML-NEW.
           MOVE WS-C-CONV-IN(WS-CELL-SUB)     TO WS-ML-CONV-IN.
           MOVE WS-C-CONV-OUT(WS-CELL-SUB)    TO WS-ML-CONV-OUT.
           MOVE WS-C-CLOSED(WS-CELL-SUB)      TO WS-ML-CLOSED.
           MOVE WS-C-ESCHEATED(WS-CELL-SUB)   TO WS-ML-ESCHEATED.
           MOVE WS-C-CLOSING(WS-CELL-SUB)     TO WS-ML-CLOSING.
           MOVE WS-C-TO-DORMANT(WS-CELL-SUB)  TO WS-ML-TO-DORMANT.
           MOVE WS-C-REACTIVATED(WS-CELL-SUB) TO WS-ML-REACTIVATED.
           MOVE WS-C-BAL-WON(WS-CELL-SUB)     TO WS-ML-BAL-WON.
           MOVE WS-C-BAL-LOST(WS-CELL-SUB)    TO WS-ML-BAL-LOST.
           WRITE ATTRRPT-RECORD FROM WS-MOV-LINE.

           ADD WS-C-OPENING(WS-CELL-SUB)     TO WS-T-OPENING.
           ADD WS-C-NEW(WS-CELL-SUB)         TO WS-T-NEW.
           ADD WS-C-CONV-IN(WS-CELL-SUB)     TO WS-T-CONV-IN.
           ADD WS-C-CONV-OUT(WS-CELL-SUB)    TO WS-T-CONV-OUT.
           ADD WS-C-CLOSED(WS-CELL-SUB)      TO WS-T-CLOSED.
           ADD WS-C-ESCHEATED(WS-CELL-SUB)   TO WS-T-ESCHEATED.
           ADD WS-C-CLOSING(WS-CELL-SUB)     TO WS-T-CLOSING.
           ADD WS-C-TO-DORMANT(WS-CELL-SUB)  TO WS-T-TO-DORMANT.
           ADD WS-C-REACTIVATED(WS-CELL-SUB) TO WS-T-REACTIVATED.
           ADD WS-C-BAL-WON(WS-CELL-SUB)     TO WS-T-BAL-WON.
           ADD WS-C-BAL-LOST(WS-CELL-SUB)    TO WS-T-BAL-LOST.

           MOVE SPACES TO ATTRCSV-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 'MOVEMENT'                TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-RPT-MONTH              TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-C-TYPE(WS-CELL-SUB)    TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-C-BRANCH(WS-CELL-SUB)  TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-C-OPENING(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-NEW(WS-CELL-SUB)     TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-CONV-IN(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-CONV-OUT(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-CLOSED(WS-CELL-SUB)  TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-ESCHEATED(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-CLOSING(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-TO-DORMANT(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-REACTIVATED(WS-CELL-SUB) TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-C-BAL-WON(WS-CELL-SUB) TO WS-CSV-AMT.
           MOVE WS-CSV-AMT                TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-C-BAL-LOST(WS-CELL-SUB) TO WS-CSV-AMT.
           MOVE WS-CSV-AMT                TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           PERFORM P720-ADD-CSV-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 8.
           WRITE ATTRCSV-RECORD.
           ADD 1 TO WS-CSV-ROWS.

       P720-ADD-CSV-REASON.
           MOVE WS-C-REASON-CNT(WS-CELL-SUB, WS-REASON-SUB)
             TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.

      *=================================================================
      * Closures by reason - product and branch lines that lost any
      * account this month, then the bank total.
      *=================================================================
       P740-WRITE-REASONS.
           MOVE SPACES TO ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD FROM WS-RSN-HDR-1.
           WRITE ATTRRPT-RECORD FROM WS-RSN-HDR-2.

           PERFORM P750-WRITE-REASON-LINE
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT.

           MOVE 'ALL '  TO WS-RL-TYPE.
           MOVE 'ALL'   TO WS-RL-BRANCH.
           PERFORM P755-TOTAL-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 8.
           MOVE SPACES TO ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD FROM WS-RSN-LINE.

       P750-WRITE-REASON-LINE.
           IF WS-C-CLOSED(WS-CELL-SUB) > ZERO
               MOVE WS-C-TYPE(WS-CELL-SUB)   TO WS-RL-TYPE
               MOVE WS-C-BRANCH(WS-CELL-SUB) TO WS-RL-BRANCH
               PERFORM P752-MOVE-REASON
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 8
               WRITE ATTRRPT-RECORD FROM WS-RSN-LINE
           END-IF.

       P752-MOVE-REASON.
           MOVE WS-C-REASON-CNT(WS-CELL-SUB, WS-REASON-SUB)
             TO WS-RL-REASON(WS-REASON-SUB).
           ADD WS-C-REASON-CNT(WS-CELL-SUB, WS-REASON-SUB)
             TO WS-T-REASON-CNT(WS-REASON-SUB).

       P755-TOTAL-REASON.
           MOVE WS-T-REASON-CNT(WS-REASON-SUB)
             TO WS-RL-REASON(WS-REASON-SUB).

      *=================================================================
      * Cohort survival - oldest cohort first within each product.
      *=================================================================
       P760-WRITE-COHORTS.
           MOVE SPACES TO ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD.
           WRITE ATTRRPT-RECORD FROM WS-COH-HDR-1.
           WRITE ATTRRPT-RECORD FROM WS-COH-HDR-2.

           WRITE ATTRCSV-RECORD FROM WS-CSV-COH-HEADER.

           PERFORM P770-WRITE-COHORT-TYPE
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-COUNT.

       P770-WRITE-COHORT-TYPE.
           PERFORM P780-WRITE-COHORT-LINE
               VARYING WS-COHORT-SUB FROM 12 BY -1
               UNTIL WS-COHORT-SUB < 1.

       P780-WRITE-COHORT-LINE.
           IF WS-COH-OPENED(WS-COH-SUB, WS-COHORT-SUB) = ZERO
               MOVE ZERO TO WS-SURVIVAL-PCT
           ELSE
               COMPUTE WS-SURVIVAL-PCT ROUNDED =
                   WS-COH-SURVIVED(WS-COH-SUB, WS-COHORT-SUB) * 100
                 / WS-COH-OPENED(WS-COH-SUB, WS-COHORT-SUB)
           END-IF.

           COMPUTE WS-WORK-TOTAL-MONTHS =
               WS-RPT-TOTAL-MONTHS - WS-COHORT-SUB.
           PERFORM P120-MONTH-STRING.

           MOVE WS-COH-TYPE(WS-COH-SUB) TO WS-CL-TYPE.
           MOVE WS-WORK-MONTH           TO WS-CL-COHORT.
           MOVE WS-COHORT-SUB           TO WS-CL-AGE.
           MOVE WS-COH-OPENED(WS-COH-SUB, WS-COHORT-SUB)
             TO WS-CL-OPENED.
           MOVE WS-COH-SURVIVED(WS-COH-SUB, WS-COHORT-SUB)
             TO WS-CL-SURVIVED.
           MOVE WS-SURVIVAL-PCT         TO WS-CL-PCT.
           WRITE ATTRRPT-RECORD FROM WS-COH-LINE.

           MOVE SPACES TO ATTRCSV-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 'COHORT'                TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-RPT-MONTH            TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-COH-TYPE(WS-COH-SUB) TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-WORK-MONTH           TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           MOVE WS-COHORT-SUB           TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-COH-OPENED(WS-COH-SUB, WS-COHORT-SUB)
             TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-COH-SURVIVED(WS-COH-SUB, WS-COHORT-SUB)
             TO WS-CSV-CNT.
           PERFORM P795-ADD-CSV-COUNT.
           MOVE WS-SURVIVAL-PCT         TO WS-CSV-PCT.
           MOVE WS-CSV-PCT              TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.
           WRITE ATTRCSV-RECORD.
           ADD 1 TO WS-CSV-ROWS.

      *-----------------------------------------------------------------
      * Append WS-CSV-FIELD to the board-pack line, comma first unless
      * it is the line's first value, leading spaces dropped.
      *-----------------------------------------------------------------
       P790-ADD-CSV-FIELD.
           IF WS-CSV-PTR > 1
               STRING ',' DELIMITED BY SIZE
                 INTO ATTRCSV-RECORD WITH POINTER WS-CSV-PTR
           END-IF.

           MOVE ZERO TO WS-CSV-LEAD.
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
               FOR LEADING SPACES.

           IF WS-CSV-LEAD < 20
               STRING WS-CSV-FIELD(WS-CSV-LEAD + 1:)
                        DELIMITED BY SPACE
                 INTO ATTRCSV-RECORD WITH POINTER WS-CSV-PTR
           END-IF.

       P795-ADD-CSV-COUNT.
           MOVE WS-CSV-CNT TO WS-CSV-FIELD.
           PERFORM P790-ADD-CSV-FIELD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DATTR01P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Batch run log - read-only report, so no commit of its own
      * beyond what DBANK37P does for the log rows.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'ATTRMIS' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ATTRMIS' TO CD37I-JOB.
           MOVE WS-ACCT-COUNT TO CD37I-ROWS-READ.
           MOVE WS-CSV-ROWS TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-T-BAL-WON TO CD37I-AMOUNT-POSTED.
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
               MOVE WS-CSV-FILENAME TO CD37I-REPORT-FILE(2)
               MOVE 'C' TO CD37I-REPORT-CLASS(2)
               MOVE 'M' TO CD37I-REPORT-KEEP(2)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
