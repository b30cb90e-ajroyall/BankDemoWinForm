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
001300* Program:     DPROF02P.CBL                                    *
001400* Function:    Month-end customer profitability.  For every     *
001500*              customer who owns accounts the month's booked    *
001600*              activity is priced from the ledger:              *
001700*              revenue - DBANK68P fees less the DFEEW01P        *
001800*              refunds paid back, DBANK69P overdraft interest,  *
001900*              loan interest (DLOAN09P/DLINE02P billing and     *
002000*              early-settlement interest) and an FX margin on   *
002100*              cross-currency transfers out at the FXMARGINPCT  *
002200*              BNKPARM rate;                                    *
002300*              cost - DBANK13P deposit interest gross of tax,   *
002400*              the extra interest a DSPRD01P preferential       *
002500*              spread costs over the month's nightly balances,  *
002600*              and a processing cost per posting priced from    *
002700*              the BNKPCOST table DPROF01P maintains.           *
002800*              Accounts are counted once, against the primary   *
002900*              owner, in USD through DBANK30P.  The month's     *
003000*              BNKPROF rows are then ranked by net              *
003100*              contribution within branch and tier, and the     *
003200*              ranking is printed.  A rerun replaces the        *
003300*              month.  Runs in the month-end leg; logs through  *
003400*              DBANK37P.                                        *
003500*              SQL version - standalone batch step, connects    *
003600*              and disconnects itself.                          *
003700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPROF02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFRPT.
       01  PROFRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-CUST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ROW-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\PROFIT.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-FX-MARGIN-PCT                  PIC S9(7)V99 COMP-3
                                                  VALUE +0.50.
           05  WS-PREV-BRANCH                    PIC X(3).
           05  WS-PREV-TIER                      PIC X(1).
           05  WS-RANK                           PIC S9(5) COMP-3.
           05  WS-RANK-DSP                       PIC ZZZZ9.
           05  WS-RANK-OF-DSP                    PIC ZZZZ9.
           05  WS-REV-DSP                        PIC -(8)9.99.
           05  WS-COST-DSP                       PIC -(8)9.99.
           05  WS-NET-DSP                        PIC -(8)9.99.
           05  WS-TXN-DSP                        PIC ZZZZZZ9.
           05  WS-COUNT-DSP                      PIC ZZZZZZ9.

      *-----------------------------------------------------------------
      * The processing cost table, loaded once from BNKPCOST.  A
      * posting is priced at the most specific pattern covering it -
      * exact type and category, then type with any category, then
      * any type with the category, then the catch-all; a posting no
      * pattern covers costs nothing.
      *-----------------------------------------------------------------
       01  WS-PCOST-TABLE.
           05  WS-PCOST-COUNT                    PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-PCOST-SUB                      PIC S9(4) COMP.
           05  WS-PCOST-ENTRY                    OCCURS 50 TIMES.
               10  WS-PCOST-TYPE                 PIC X(1).
               10  WS-PCOST-CATEGORY             PIC X(1).
               10  WS-PCOST-COST                 PIC S9(3)V99 COMP-3.
       01  WS-MATCH-SCORE                        PIC S9(4) COMP.
       01  WS-BEST-SCORE                         PIC S9(4) COMP.
       01  WS-BEST-COST                          PIC S9(3)V99 COMP-3.

      *-----------------------------------------------------------------
      * One customer's month, and one account's share of it, in USD.
      *-----------------------------------------------------------------
       01  WS-ACCOUNT-FIGURES.
           05  WS-ACC-FEES                       PIC S9(9)V99 COMP-3.
           05  WS-ACC-REFUNDS                    PIC S9(9)V99 COMP-3.
           05  WS-ACC-OD-INT                     PIC S9(9)V99 COMP-3.
           05  WS-ACC-LOAN-INT                   PIC S9(9)V99 COMP-3.
           05  WS-ACC-FX-MARGIN                  PIC S9(9)V99 COMP-3.
           05  WS-ACC-DEP-INT                    PIC S9(9)V99 COMP-3.
           05  WS-ACC-SPREAD-COST                PIC S9(9)V99 COMP-3.
           05  WS-ACC-TXN-COST                   PIC S9(9)V99 COMP-3.

      *-----------------------------------------------------------------
      * Run totals for the report trailer.
      *-----------------------------------------------------------------
       01  WS-RUN-TOTALS.
           05  WS-TOTAL-REVENUE                  PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-COST                     PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-NET                      PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-DSP                      PIC -(10)9.99.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
       01  WS-RLG-AMOUNT                         PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.

           COPY CBANKVC37.
           COPY CBANKVC30.
           COPY CPARM01.

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAS
           END-EXEC.

           COPY CBANKSPFX.
           COPY CBANKSPCX.
           COPY CBANKSACX.
           COPY CBANKSCTX.
           COPY CBANKSASX.

       01  WS-PROF-MONTH                         PIC X(7).
       01  WS-MONTH-FROM                         PIC X(10).
       01  WS-MONTH-TO                           PIC X(10).
       01  WS-RERUN-COUNT                        PIC S9(7) COMP-3.
       01  WS-CUST-PID                           PIC X(5).
       01  WS-CUST-BRANCH                        PIC X(3).
       01  WS-ACC-CCY                            PIC X(3).
       01  WS-SQL-FEES                           PIC S9(9)V99 COMP-3.
       01  WS-SQL-OD-INT                         PIC S9(9)V99 COMP-3.
       01  WS-SQL-LOAN-INT                       PIC S9(9)V99 COMP-3.
       01  WS-SQL-DEP-INT                        PIC S9(9)V99 COMP-3.
       01  WS-SQL-REFUNDS                        PIC S9(9)V99 COMP-3.
       01  WS-SQL-WITHHELD                       PIC S9(9)V99 COMP-3.
       01  WS-SQL-FX-VOLUME                      PIC S9(9)V99 COMP-3.
       01  WS-SQL-SNAP-BAL                       PIC S9(11)V99 COMP-3.
       01  WS-SQL-TXN-COUNT                      PIC S9(7) COMP-3.
       01  WS-GRP-TYPE                           PIC X(1).
       01  WS-GRP-CATEGORY                       PIC X(1).
       01  WS-GRP-COUNT                          PIC S9(7) COMP-3.
       01  WS-GRP-SIZE                           PIC S9(5) COMP-3.

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
               PERFORM P100-RUN-PROFIT THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DPROF02P - unable to connect, profitability aborted'
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
      * Drive the run - the month, the cost table and the FX margin,
      * one pass over the customers writing their BNKPROF rows, then
      * the ranking pass that prints the report.
      *=================================================================
       P100-RUN-PROFIT.
           PERFORM P110-BUILD-DATES.
           PERFORM P120-GET-POLICY.
           PERFORM P130-CLEAR-RERUN.
           PERFORM P150-LOAD-COSTS.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           EXEC SQL
                DECLARE PCU_CSR CURSOR FOR
                SELECT BCS_PID,
                       BCS_BRANCH
                FROM BNKCUST
                WHERE EXISTS
                      (SELECT 1
                         FROM BNKACC
                        WHERE BAC_PID = BCS_PID)
                ORDER BY BCS_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PCU_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PCU_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P500-RANK-AND-REPORT THRU P500-EXIT
           END-IF.

           DISPLAY 'DPROF02P - profitability complete, customers: '
                   WS-CUST-COUNT ' net: ' WS-RLG-AMOUNT.

       P100-EXIT.
           EXIT.

      *    The month is the one the run falls in - the leg runs on
      *    its last calendar day.  Dates are compared as YYYY-MM-DD
      *    strings, so day 31 closes every month.
       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE WS-RUN-DATE(1:7) TO WS-PROF-MONTH.

           MOVE SPACES TO WS-MONTH-FROM WS-MONTH-TO.
           STRING WS-PROF-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-MONTH-FROM.
           STRING WS-PROF-MONTH DELIMITED BY SIZE
                  '-31'         DELIMITED BY SIZE
             INTO WS-MONTH-TO.

       P120-GET-POLICY.
           MOVE 'FXMARGINPCT'      TO PARM01I-NAME.
           MOVE WS-FX-MARGIN-PCT   TO PARM01I-VALUE.
           PERFORM P125-GET-PARM.
           MOVE PARM01I-VALUE      TO WS-FX-MARGIN-PCT.

      *    The caller has set the name and the default value; the
      *    value in force (or the default, untouched) comes back in
      *    PARM01I-VALUE.
       P125-GET-PARM.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

       P130-CLEAR-RERUN.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RERUN-COUNT
                  FROM BNKPROF
                 WHERE PRF_MONTH = :WS-PROF-MONTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-RERUN-COUNT > ZERO
               DISPLAY 'DPROF02P - ' WS-PROF-MONTH
                       ' already built, replacing it'

               EXEC SQL
                    DELETE FROM BNKPROF
                     WHERE PRF_MONTH = :WS-PROF-MONTH
               END-EXEC

               PERFORM P800-ERROR-CHECK
           END-IF.

       P150-LOAD-COSTS.
           MOVE ZERO TO WS-PCOST-COUNT.

           EXEC SQL
                DECLARE PCS_CSR CURSOR FOR
                SELECT PCS_TYPE, PCS_CATEGORY, PCS_COST
                FROM BNKPCOST
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PCS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P155-FETCH-COST
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-PCOST-COUNT IS NOT LESS THAN 50.

           EXEC SQL
                CLOSE PCS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P155-FETCH-COST.
           EXEC SQL
                FETCH PCS_CSR
                INTO :DCL-PCS-TYPE,
                     :DCL-PCS-CATEGORY,
                     :DCL-PCS-COST
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-PCOST-COUNT
               MOVE DCL-PCS-TYPE     TO WS-PCOST-TYPE(WS-PCOST-COUNT)
               MOVE DCL-PCS-CATEGORY
                 TO WS-PCOST-CATEGORY(WS-PCOST-COUNT)
               MOVE DCL-PCS-COST     TO WS-PCOST-COST(WS-PCOST-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One customer - the tier DBANK81P last set (standard when it
      * has never run for them), then every account they are the
      * primary owner of, then the BNKPROF row.
      *=================================================================
       P210-FETCH-CUSTOMER.
           EXEC SQL
                FETCH PCU_CSR
                INTO :WS-CUST-PID,
                     :WS-CUST-BRANCH
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-PRICE-CUSTOMER
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P220-PRICE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.

           INITIALIZE DCLPROF.
           MOVE WS-PROF-MONTH  TO DCL-PRF-MONTH.
           MOVE WS-CUST-PID    TO DCL-PRF-PID.
           MOVE WS-CUST-BRANCH TO DCL-PRF-BRANCH.

           MOVE WS-CUST-PID TO DCL-CTR-PID.
           EXEC SQL
                SELECT CTR_TIER
                  INTO :DCL-CTR-TIER
                  FROM BNKCTIER
                 WHERE CTR_PID = :DCL-CTR-PID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-CTR-TIER TO DCL-PRF-TIER
           ELSE
               MOVE '1' TO DCL-PRF-TIER
           END-IF.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                DECLARE PAC_CSR CURSOR FOR
                SELECT BAC_ACCNO,
                       BAC_CURRENCY
                FROM BNKACC
                WHERE BAC_PID = :WS-CUST-PID
                ORDER BY BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PAC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P230-FETCH-ACCOUNT
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PAC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           COMPUTE DCL-PRF-REVENUE =
               DCL-PRF-FEES - DCL-PRF-REFUNDS + DCL-PRF-OD-INT
             + DCL-PRF-LOAN-INT + DCL-PRF-FX-MARGIN.
           COMPUTE DCL-PRF-COST =
               DCL-PRF-DEP-INT + DCL-PRF-SPREAD-COST
             + DCL-PRF-TXN-COST.
           COMPUTE DCL-PRF-NET = DCL-PRF-REVENUE - DCL-PRF-COST.
           MOVE ZERO TO DCL-PRF-RANK DCL-PRF-RANK-OF.

           EXEC SQL
                INSERT INTO BNKPROF (
                  PRF_MONTH, PRF_PID, PRF_BRANCH, PRF_TIER,
                  PRF_FEES, PRF_REFUNDS, PRF_OD_INT, PRF_LOAN_INT,
                  PRF_FX_MARGIN, PRF_DEP_INT, PRF_SPREAD_COST,
                  PRF_TXN_COUNT, PRF_TXN_COST,
                  PRF_REVENUE, PRF_COST, PRF_NET,
                  PRF_RANK, PRF_RANK_OF, PRF_CREATED_TS
                ) VALUES (
                  :DCL-PRF-MONTH, :DCL-PRF-PID, :DCL-PRF-BRANCH,
                  :DCL-PRF-TIER,
                  :DCL-PRF-FEES, :DCL-PRF-REFUNDS, :DCL-PRF-OD-INT,
                  :DCL-PRF-LOAN-INT,
                  :DCL-PRF-FX-MARGIN, :DCL-PRF-DEP-INT,
                  :DCL-PRF-SPREAD-COST,
                  :DCL-PRF-TXN-COUNT, :DCL-PRF-TXN-COST,
                  :DCL-PRF-REVENUE, :DCL-PRF-COST, :DCL-PRF-NET,
                  :DCL-PRF-RANK, :DCL-PRF-RANK-OF, CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO
               ADD 1 TO WS-ROW-COUNT
               ADD DCL-PRF-REVENUE TO WS-TOTAL-REVENUE
               ADD DCL-PRF-COST    TO WS-TOTAL-COST
               ADD DCL-PRF-NET     TO WS-TOTAL-NET
               ADD DCL-PRF-NET     TO WS-RLG-AMOUNT
           END-IF.

       P230-FETCH-ACCOUNT.
           EXEC SQL
                FETCH PAC_CSR
                INTO :DCL-BAC-ACCNO,
                     :DCL-BAC-CURRENCY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P300-PRICE-ACCOUNT
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One account's month.  A posting belongs to the month it was
      * booked in - its business posting date, or the day it was
      * written for rows that predate the posting date.
      *=================================================================
       P300-PRICE-ACCOUNT.
           MOVE DCL-BAC-CURRENCY TO WS-ACC-CCY.
           IF WS-ACC-CCY = SPACES
               MOVE 'USD' TO WS-ACC-CCY
           END-IF.

      *    Fees are debits booked in the fee category; overdraft and
      *    loan interest are debits in their own categories, and
      *    interest charged on an early loan settlement is a debit
      *    interest row.  Credit interest rows are deposit interest
      *    paid, net of any tax withheld.
           EXEC SQL
                SELECT COALESCE(SUM(CASE
                         WHEN BTX_CATEGORY = 'F' AND BTX_AMOUNT < 0
                         THEN 0 - BTX_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN BTX_CATEGORY = 'O' AND BTX_AMOUNT < 0
                         THEN 0 - BTX_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN BTX_AMOUNT < 0
                          AND (BTX_CATEGORY = 'N' OR BTX_TYPE = '3')
                         THEN 0 - BTX_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN BTX_TYPE = '3' AND BTX_AMOUNT > 0
                         THEN BTX_AMOUNT ELSE 0 END), 0),
                       COUNT(*)
                  INTO :WS-SQL-FEES, :WS-SQL-OD-INT,
                       :WS-SQL-LOAN-INT, :WS-SQL-DEP-INT,
                       :WS-SQL-TXN-COUNT
                  FROM BNKTXN
                 WHERE BTX_ACCNO = :DCL-BAC-ACCNO
                   AND (BTX_POST_DATE BETWEEN :WS-MONTH-FROM
                                          AND :WS-MONTH-TO
                        OR (BTX_POST_DATE = ' '
                            AND CHAR(DATE(BTX_TIMESTAMP))
                                BETWEEN :WS-MONTH-FROM
                                    AND :WS-MONTH-TO))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(FWV_AMOUNT), 0)
                  INTO :WS-SQL-REFUNDS
                  FROM BNKFEEWV
                 WHERE FWV_ACCNO  = :DCL-BAC-ACCNO
                   AND FWV_TYPE   = 'R'
                   AND FWV_STATUS = 'D'
                   AND CHAR(DATE(FWV_UPDATED_TS))
                       BETWEEN :WS-MONTH-FROM AND :WS-MONTH-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(WTX_WITHHELD), 0)
                  INTO :WS-SQL-WITHHELD
                  FROM BNKWHTX
                 WHERE WTX_ACCNO = :DCL-BAC-ACCNO
                   AND WTX_DATE BETWEEN :WS-MONTH-FROM
                                    AND :WS-MONTH-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           ADD WS-SQL-WITHHELD TO WS-SQL-DEP-INT.

           PERFORM P310-FX-VOLUME.
           PERFORM P320-SPREAD-COST.
           PERFORM P330-TXN-COST.

      *    Everything so far is in the account's own currency.
           MOVE SPACES      TO CD30-DATA.
           MOVE WS-ACC-CCY  TO CD30I-CURRENCY.
           MOVE WS-RUN-DATE TO CD30I-EFF-DATE.
           CALL 'DBANK30P' USING BY REFERENCE CD30-DATA.

           COMPUTE WS-ACC-FEES ROUNDED = WS-SQL-FEES * CD30O-RATE.
           COMPUTE WS-ACC-REFUNDS ROUNDED =
               WS-SQL-REFUNDS * CD30O-RATE.
           COMPUTE WS-ACC-OD-INT ROUNDED = WS-SQL-OD-INT * CD30O-RATE.
           COMPUTE WS-ACC-LOAN-INT ROUNDED =
               WS-SQL-LOAN-INT * CD30O-RATE.
           COMPUTE WS-ACC-FX-MARGIN ROUNDED =
               WS-SQL-FX-VOLUME * CD30O-RATE * WS-FX-MARGIN-PCT / 100.
           COMPUTE WS-ACC-DEP-INT ROUNDED =
               WS-SQL-DEP-INT * CD30O-RATE.
           COMPUTE WS-ACC-SPREAD-COST ROUNDED =
               WS-ACC-SPREAD-COST * CD30O-RATE.
           COMPUTE WS-ACC-TXN-COST ROUNDED =
               WS-ACC-TXN-COST * CD30O-RATE.

           ADD WS-ACC-FEES        TO DCL-PRF-FEES.
           ADD WS-ACC-REFUNDS     TO DCL-PRF-REFUNDS.
           ADD WS-ACC-OD-INT      TO DCL-PRF-OD-INT.
           ADD WS-ACC-LOAN-INT    TO DCL-PRF-LOAN-INT.
           ADD WS-ACC-FX-MARGIN   TO DCL-PRF-FX-MARGIN.
           ADD WS-ACC-DEP-INT     TO DCL-PRF-DEP-INT.
           ADD WS-ACC-SPREAD-COST TO DCL-PRF-SPREAD-COST.
           ADD WS-ACC-TXN-COST    TO DCL-PRF-TXN-COST.
           ADD WS-SQL-TXN-COUNT   TO DCL-PRF-TXN-COUNT.

      *    Transfers out of this account whose other leg landed on an
      *    account held in a different currency - the volume the
      *    bank converted for the customer.
       P310-FX-VOLUME.
           EXEC SQL
                SELECT COALESCE(SUM(ABS(T1.BTX_AMOUNT)), 0)
                  INTO :WS-SQL-FX-VOLUME
                  FROM BNKTXN T1
                 WHERE T1.BTX_ACCNO    = :DCL-BAC-ACCNO
                   AND T1.BTX_TYPE     = '1'
                   AND T1.BTX_SUB_TYPE = '1'
                   AND T1.BTX_XFER_REF <> ' '
                   AND (T1.BTX_POST_DATE BETWEEN :WS-MONTH-FROM
                                             AND :WS-MONTH-TO
                        OR (T1.BTX_POST_DATE = ' '
                            AND CHAR(DATE(T1.BTX_TIMESTAMP))
                                BETWEEN :WS-MONTH-FROM
                                    AND :WS-MONTH-TO))
                   AND EXISTS
                       (SELECT 1
                          FROM BNKTXN T2, BNKACC A2
                         WHERE T2.BTX_XFER_REF = T1.BTX_XFER_REF
                           AND T2.BTX_TYPE     = '1'
                           AND T2.BTX_SUB_TYPE = '2'
                           AND A2.BAC_ACCNO    = T2.BTX_ACCNO
                           AND (CASE WHEN A2.BAC_CURRENCY = ' '
                                     THEN 'USD'
                                     ELSE A2.BAC_CURRENCY END)
                               <> :WS-ACC-CCY)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    An active preferential spread costs the extra rate on every
      *    night's credit balance it applied to this month, the same
      *    nightly cost DSPRD02P reports.
       P320-SPREAD-COST.
           MOVE ZERO TO WS-ACC-SPREAD-COST.
           MOVE DCL-BAC-ACCNO TO DCL-ASP-ACCNO.

           EXEC SQL
                SELECT ASP_SPREAD
                  INTO :DCL-ASP-SPREAD
                  FROM BNKACCSP
                 WHERE ASP_ACCNO  = :DCL-ASP-ACCNO
                   AND ASP_STATUS = 'A'
                   AND ASP_SPREAD > 0
                   AND (ASP_EXPIRY_DATE = ' '
                        OR ASP_EXPIRY_DATE >= :WS-MONTH-FROM)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               GO TO P320-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(BSN_BALANCE), 0)
                  INTO :WS-SQL-SNAP-BAL
                  FROM BNKBSNP
                 WHERE BSN_ACCNO   = :DCL-ASP-ACCNO
                   AND BSN_BALANCE > 0
                   AND BSN_DATE BETWEEN :WS-MONTH-FROM
                                    AND :WS-MONTH-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           COMPUTE WS-ACC-SPREAD-COST ROUNDED =
               WS-SQL-SNAP-BAL * DCL-ASP-SPREAD / 365.

       P320-EXIT.
           EXIT.

      *    The month's postings counted by type and category, each
      *    group priced from the cost table.
       P330-TXN-COST.
           MOVE ZERO TO WS-ACC-TXN-COST.

           EXEC SQL
                DECLARE PTG_CSR CURSOR FOR
                SELECT BTX_TYPE, BTX_CATEGORY, COUNT(*)
                FROM BNKTXN
                WHERE BTX_ACCNO = :DCL-BAC-ACCNO
                  AND (BTX_POST_DATE BETWEEN :WS-MONTH-FROM
                                         AND :WS-MONTH-TO
                       OR (BTX_POST_DATE = ' '
                           AND CHAR(DATE(BTX_TIMESTAMP))
                               BETWEEN :WS-MONTH-FROM
                                   AND :WS-MONTH-TO))
                GROUP BY BTX_TYPE, BTX_CATEGORY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PTG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P340-FETCH-GROUP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PTG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P340-FETCH-GROUP.
           EXEC SQL
                FETCH PTG_CSR
                INTO :WS-GRP-TYPE,
                     :WS-GRP-CATEGORY,
                     :WS-GRP-COUNT
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE ZERO TO WS-BEST-SCORE WS-BEST-COST
               PERFORM P350-MATCH-COST
                   VARYING WS-PCOST-SUB FROM 1 BY 1
                   UNTIL WS-PCOST-SUB > WS-PCOST-COUNT
               COMPUTE WS-ACC-TXN-COST =
                   WS-ACC-TXN-COST + WS-GRP-COUNT * WS-BEST-COST
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *    4 exact, 3 type with any category, 2 any type with the
      *    category, 1 the catch-all - the highest score wins.
       P350-MATCH-COST.
           MOVE ZERO TO WS-MATCH-SCORE.

           EVALUATE TRUE
               WHEN WS-PCOST-TYPE(WS-PCOST-SUB) = WS-GRP-TYPE
                AND WS-PCOST-CATEGORY(WS-PCOST-SUB) = WS-GRP-CATEGORY
                   MOVE 4 TO WS-MATCH-SCORE
               WHEN WS-PCOST-TYPE(WS-PCOST-SUB) = WS-GRP-TYPE
                AND WS-PCOST-CATEGORY(WS-PCOST-SUB) = '*'
                   MOVE 3 TO WS-MATCH-SCORE
               WHEN WS-PCOST-TYPE(WS-PCOST-SUB) = '*'
                AND WS-PCOST-CATEGORY(WS-PCOST-SUB) = WS-GRP-CATEGORY
                   MOVE 2 TO WS-MATCH-SCORE
               WHEN WS-PCOST-TYPE(WS-PCOST-SUB) = '*'
                AND WS-PCOST-CATEGORY(WS-PCOST-SUB) = '*'
                   MOVE 1 TO WS-MATCH-SCORE
           END-EVALUATE.

           IF WS-MATCH-SCORE > WS-BEST-SCORE
               MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
               MOVE WS-PCOST-COST(WS-PCOST-SUB) TO WS-BEST-COST
           END-IF.

      *=================================================================
      * Rank the month within branch and tier, best net contribution
      * first, storing the rank on each row and printing it.
      *=================================================================
       P500-RANK-AND-REPORT.
           OPEN OUTPUT PROFRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DPROF02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO P500-EXIT
           END-IF.

           MOVE SPACES TO PROFRPT-RECORD.
           STRING 'CUSTOMER PROFITABILITY (USD) - MONTH '
                      DELIMITED BY SIZE
                  WS-PROF-MONTH DELIMITED BY SIZE
                  ' - RUN OF ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE HIGH-VALUES TO WS-PREV-BRANCH WS-PREV-TIER.

           EXEC SQL
                DECLARE PRK_CSR CURSOR FOR
                SELECT PRF_PID, PRF_BRANCH, PRF_TIER,
                       PRF_REVENUE, PRF_COST, PRF_NET,
                       PRF_TXN_COUNT
                FROM BNKPROF
                WHERE PRF_MONTH = :WS-PROF-MONTH
                ORDER BY PRF_BRANCH, PRF_TIER, PRF_NET DESC, PRF_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PRK_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P510-FETCH-RANK
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PRK_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P550-WRITE-TOTALS.

           CLOSE PROFRPT.

       P500-EXIT.
           EXIT.

       P510-FETCH-RANK.
           EXEC SQL
                FETCH PRK_CSR
                INTO :DCL-PRF-PID, :DCL-PRF-BRANCH, :DCL-PRF-TIER,
                     :DCL-PRF-REVENUE, :DCL-PRF-COST, :DCL-PRF-NET,
                     :DCL-PRF-TXN-COUNT
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P520-RANK-ONE
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P520-RANK-ONE.
           IF DCL-PRF-BRANCH NOT = WS-PREV-BRANCH
           OR DCL-PRF-TIER NOT = WS-PREV-TIER
               PERFORM P530-NEW-GROUP
           END-IF.

           ADD 1 TO WS-RANK.
           MOVE WS-RANK     TO DCL-PRF-RANK.
           MOVE WS-GRP-SIZE TO DCL-PRF-RANK-OF.

           EXEC SQL
                UPDATE BNKPROF
                   SET PRF_RANK    = :DCL-PRF-RANK,
                       PRF_RANK_OF = :DCL-PRF-RANK-OF
                 WHERE PRF_MONTH = :WS-PROF-MONTH
                   AND PRF_PID   = :DCL-PRF-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-RANK               TO WS-RANK-DSP.
           MOVE DCL-PRF-REVENUE       TO WS-REV-DSP.
           MOVE DCL-PRF-COST          TO WS-COST-DSP.
           MOVE DCL-PRF-NET           TO WS-NET-DSP.
           MOVE DCL-PRF-TXN-COUNT     TO WS-TXN-DSP.

           MOVE SPACES TO PROFRPT-RECORD.
           STRING WS-RANK-DSP     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-PRF-PID     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-REV-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-COST-DSP     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-NET-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-TXN-DSP      DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

       P530-NEW-GROUP.
           MOVE DCL-PRF-BRANCH TO WS-PREV-BRANCH.
           MOVE DCL-PRF-TIER   TO WS-PREV-TIER.
           MOVE ZERO           TO WS-RANK.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-GRP-SIZE
                  FROM BNKPROF
                 WHERE PRF_MONTH  = :WS-PROF-MONTH
                   AND PRF_BRANCH = :DCL-PRF-BRANCH
                   AND PRF_TIER   = :DCL-PRF-TIER
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-GRP-SIZE TO WS-RANK-OF-DSP.

           MOVE SPACES TO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE SPACES TO PROFRPT-RECORD.
           STRING 'BRANCH ' DELIMITED BY SIZE
                  DCL-PRF-BRANCH DELIMITED BY SIZE
                  '  TIER ' DELIMITED BY SIZE
                  DCL-PRF-TIER DELIMITED BY SIZE
                  '  CUSTOMERS ' DELIMITED BY SIZE
                  WS-RANK-OF-DSP DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE SPACES TO PROFRPT-RECORD.
           STRING ' RANK PID         REVENUE          COST '
                  '          NET POSTINGS' DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

       P550-WRITE-TOTALS.
           MOVE SPACES TO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE WS-ROW-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO PROFRPT-RECORD.
           STRING 'CUSTOMERS       ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE WS-TOTAL-REVENUE TO WS-TOTAL-DSP.
           MOVE SPACES TO PROFRPT-RECORD.
           STRING 'TOTAL REVENUE   ' DELIMITED BY SIZE
                  WS-TOTAL-DSP DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE WS-TOTAL-COST TO WS-TOTAL-DSP.
           MOVE SPACES TO PROFRPT-RECORD.
           STRING 'TOTAL COST      ' DELIMITED BY SIZE
                  WS-TOTAL-DSP DELIMITED BY SIZE
             INTO PROFRPT-RECORD.
           WRITE PROFRPT-RECORD.

           MOVE WS-TOTAL-NET TO WS-TOTAL-DSP.
           MOVE SPACES TO PROFRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               STRING 'RUN FAILED - MONTH ROLLED BACK'
                      DELIMITED BY SIZE
                 INTO PROFRPT-RECORD
           ELSE
               STRING 'NET CONTRIBUTION' DELIMITED BY SIZE
                      WS-TOTAL-DSP DELIMITED BY SIZE
                 INTO PROFRPT-RECORD
           END-IF.
           WRITE PROFRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DPROF02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the month's rows together, or roll them all back so a
      * half-built month is never ranked.
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
           MOVE 'PROFIT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'PROFIT' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-ROW-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-RLG-AMOUNT TO CD37I-AMOUNT-POSTED.
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
