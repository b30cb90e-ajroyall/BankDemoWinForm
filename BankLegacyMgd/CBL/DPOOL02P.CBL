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
001300* Program:     DPOOL02P.CBL                                    *
001400* Function:    Nightly notional cash pooling - runs straight    *
001500*              after DBANK13P's accrual.  For every live pool   *
001600*              on BNKNPOOL the participants' balances are       *
001700*              converted into the pool currency through         *
001800*              DBANK30P and netted; a credit net position earns *
001900*              one night's interest at the header account's     *
002000*              rate (type rate in force plus any spread, on the *
002100*              header type's day count, exactly as DBANK13P     *
002200*              would price it) and a debit one earns nothing.   *
002300*              The interest is shared out by the pool's rule -  *
002400*              P pro rata to each credit balance, H all to the  *
002500*              header, E equal shares - converted back into     *
002600*              each account's currency and posted through       *
002700*              DBANK06P's interest insert and DBANK04P, net of  *
002800*              withholding as DBANK13P does.  DBANK13P skips    *
002900*              pooled accounts, so no balance earns twice.      *
003000*              Every participant gets a BNKNPALC row for the    *
003100*              night, credited or not, and the pool statement   *
003200*              showing each account's contribution is printed.  *
003300*              A pool already paid tonight is skipped on a      *
003400*              rerun.  Logs through DBANK37P.                   *
003500*              SQL version - standalone batch step, connects    *
003600*              and disconnects itself.                          *
003700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPOOL02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOLRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOLRPT.
       01  POOLRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-POOL-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-MEMBER-TOTAL                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CREDIT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\POOLSTMT.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-DAILY-RATE                     PIC S9(1)V9(9)
                                                  COMP-3.
           05  WS-ACCRUAL-RATE                   PIC S9(2)V999
                                                  COMP-3.
      *-----------------------------------------------------------------
      * 30/360 month-end handling, worked out once per run - the same
      * factor DBANK13P applies (see P115).
      *-----------------------------------------------------------------
           05  WS-ACCRUAL-DAYCOUNT               PIC X(1).
               88  WS-DAYCOUNT-30-360            VALUE 'T'.
           05  WS-D360-FACTOR                    PIC S9(3) COMP-3.
           05  WS-LEAP-WORK                      PIC 9(4).
           05  WS-LEAP-REM                       PIC 9(4).
           05  WS-FEB-LAST-DAY                   PIC 9(2).
           05  WS-INTEREST-AMT                   PIC S9(7)V99
                                                  COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99
                                                  COMP-3.
      *-----------------------------------------------------------------
      * Withholding at source, as DBANK13P applies it - per owner of
      * the account credited, not per pool.
      *-----------------------------------------------------------------
           05  WS-WHT-RATE                       PIC SV999 COMP-3
                                                  VALUE +.150.
           05  WS-WHT-AMOUNT                     PIC S9(7)V99 COMP-3.
           05  WS-NET-INTEREST                   PIC S9(7)V99 COMP-3.
           05  WS-TAX-PAYABLE-ACC                PIC X(9)
                                                  VALUE 'TAXPAYBL '.
           05  WS-WHT-CACHE-PID                  PIC X(5)
                                                  VALUE LOW-VALUES.
           05  WS-WHT-CACHE-EXEMPT               PIC X(1).
           05  WS-BAL-DSP                        PIC -(8)9.99.
           05  WS-POOL-BAL-DSP                   PIC -(10)9.99.
           05  WS-ALLOC-DSP                      PIC -(8)9.99.
           05  WS-POSTED-DSP                     PIC -(8)9.99.
           05  WS-WHT-DSP                        PIC -(8)9.99.
           05  WS-RATE-DSP                       PIC Z9.999.
           05  WS-COUNT-DSP                      PIC ZZZZZZ9.
           05  WS-TOTAL-DSP                      PIC -(10)9.99.

      *-----------------------------------------------------------------
      * One pool's night - its participants, each balance in its own
      * currency and in the pool's, and each share of the interest.
      *-----------------------------------------------------------------
       01  WS-POOL-WORK.
           05  WS-POOL-FX-RATE                   PIC S9(4)V9(4) COMP-3.
           05  WS-NET-POSITION                   PIC S9(9)V99 COMP-3.
           05  WS-CREDIT-BASE                    PIC S9(9)V99 COMP-3.
           05  WS-POOL-INT                       PIC S9(7)V99 COMP-3.
           05  WS-ALLOC-TOTAL                    PIC S9(7)V99 COMP-3.
           05  WS-SHARE                          PIC S9(7)V99 COMP-3.
           05  WS-HEADER-SUB                     PIC S9(4) COMP.
           05  WS-LAST-SUB                       PIC S9(4) COMP.
           05  WS-MEM-SUB                        PIC S9(4) COMP.
           05  WS-MEM-MAX                        PIC S9(4) COMP
                                                  VALUE 50.
           05  WS-MEM-COUNT                      PIC S9(4) COMP.
           05  WS-MEM-ENTRY                      OCCURS 50 TIMES.
               10  WS-MEM-ACCNO                  PIC X(9).
               10  WS-MEM-PID                    PIC X(5).
               10  WS-MEM-CCY                    PIC X(3).
               10  WS-MEM-BALANCE                PIC S9(7)V99 COMP-3.
               10  WS-MEM-FX-RATE                PIC S9(4)V9(4) COMP-3.
               10  WS-MEM-POOL-BAL               PIC S9(9)V99 COMP-3.
               10  WS-MEM-ALLOC                  PIC S9(7)V99 COMP-3.
               10  WS-MEM-POSTED                 PIC S9(7)V99 COMP-3.
               10  WS-MEM-WITHHELD               PIC S9(7)V99 COMP-3.

      *-----------------------------------------------------------------
      * Run totals for the statement trailer.
      *-----------------------------------------------------------------
       01  WS-RUN-TOTALS.
           05  WS-TOTAL-POOL-INT                 PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
       01  WS-RLG-AMOUNT                         PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.

           COPY CBANKVC37.
           COPY CBANKVC30.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAS
           END-EXEC.

           COPY CBANKSNPX.
           COPY CBANKSNMX.
           COPY CBANKSNAX.
           COPY CBANKSACX.
           COPY CBANKSATX.
           COPY CBANKSRHX.
           COPY CBANKSCSX.
           COPY CBANKSWTX.
           COPY CBANKSASX.

       01  WS-RUN-DATE                           PIC X(10).
       01  WS-RERUN-COUNT                        PIC S9(7) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * CD06-DATA/CD04-DATA are declared here as ordinary WORKING-
      * STORAGE, not LINKAGE - this batch job owns the storage and
      * passes it BY REFERENCE into DBANK06P/DBANK04P, as DBANK13P
      * does.
      *****************************************************************
           COPY CBANKVC6.
           COPY CBANKVC4.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBConnect does for   *
      * the interactive screens.                                      *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-POOLING THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DPOOL02P - unable to connect, pooling run aborted'
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
      * Drive the run - one pass over the live pools, pooling and
      * printing each in turn.
      *=================================================================
       P100-RUN-POOLING.
           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P115-BUILD-D360-FACTOR.

           OPEN OUTPUT POOLRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DPOOL02P - cannot open statement file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO P100-EXIT
           END-IF.

           MOVE SPACES TO POOLRPT-RECORD.
           STRING 'NOTIONAL CASH POOL STATEMENT - RUN OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           EXEC SQL
                DECLARE NPL_CSR CURSOR FOR
                SELECT NPL_HEADER_ACC, NPL_NAME,
                       NPL_CURRENCY, NPL_RULE
                FROM BNKNPOOL
                WHERE NPL_STATUS = 'A'
                ORDER BY NPL_HEADER_ACC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NPL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-POOL
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE NPL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P650-WRITE-TOTALS.

           CLOSE POOLRPT.

           DISPLAY 'DPOOL02P - pooling run complete, pools: '
                   WS-POOL-COUNT ' credited: ' WS-CREDIT-COUNT.

       P100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today's date, in the same YYYY-MM-DD form RTH_EFF_DATE is
      * held in (see DCL-RTH-EFF-DATE in CBANKSRHX).
      *-----------------------------------------------------------------
       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *-----------------------------------------------------------------
      * Tonight's worth in 30/360 days: one, except the 31st and the
      * last day of February, which accrues whatever completes the
      * thirty - the rule DBANK13P applies.
      *-----------------------------------------------------------------
       P115-BUILD-D360-FACTOR.
           MOVE 1 TO WS-D360-FACTOR.

           IF WS-SYSDATE-DD = 31
               MOVE 0 TO WS-D360-FACTOR
           END-IF.

           IF WS-SYSDATE-MM = 2
               MOVE 28 TO WS-FEB-LAST-DAY
               DIVIDE WS-SYSDATE-YYYY BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-SYSDATE-YYYY BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-FEB-LAST-DAY
                   ELSE
                       DIVIDE WS-SYSDATE-YYYY BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-FEB-LAST-DAY
                       END-IF
                   END-IF
               END-IF
               IF WS-SYSDATE-DD = WS-FEB-LAST-DAY
                   COMPUTE WS-D360-FACTOR =
                       30 - WS-FEB-LAST-DAY + 1
               END-IF
           END-IF.

       P210-FETCH-POOL.
           EXEC SQL
                FETCH NPL_CSR
                INTO :DCL-NPL-HEADER-ACC,
                     :DCL-NPL-NAME,
                     :DCL-NPL-CURRENCY,
                     :DCL-NPL-RULE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-PROCESS-POOL THRU P220-EXIT
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One pool's night.  A pool whose allocation rows for tonight
      * are already on file was paid by an earlier run and is left
      * alone, so the step can be rerun safely.
      *=================================================================
       P220-PROCESS-POOL.
           ADD 1 TO WS-POOL-COUNT.

           MOVE WS-RUN-DATE        TO DCL-NPA-DATE.
           MOVE DCL-NPL-HEADER-ACC TO DCL-NPA-HEADER-ACC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RERUN-COUNT
                  FROM BNKNPALC
                 WHERE NPA_DATE       = :DCL-NPA-DATE
                   AND NPA_HEADER_ACC = :DCL-NPA-HEADER-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

           IF WS-RERUN-COUNT IS GREATER THAN ZERO
               DISPLAY 'DPOOL02P - pool ' DCL-NPL-HEADER-ACC
                       ' already paid for ' WS-RUN-DATE
               GO TO P220-EXIT
           END-IF.

           PERFORM P230-POOL-RATE.

           MOVE SPACES           TO CD30-DATA.
           MOVE DCL-NPL-CURRENCY TO CD30I-CURRENCY.
           MOVE WS-RUN-DATE      TO CD30I-EFF-DATE.
           CALL 'DBANK30P' USING BY REFERENCE CD30-DATA.
           MOVE CD30O-RATE       TO WS-POOL-FX-RATE.

           PERFORM P240-LOAD-MEMBERS.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * The net position earns interest only while it is in credit -
      * the pool is a pricing arrangement, not an overdraft facility,
      * so a net debit simply earns nothing tonight.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-POOL-INT.

           IF WS-NET-POSITION IS GREATER THAN ZERO AND
              WS-ACCRUAL-RATE IS GREATER THAN ZERO
               IF WS-DAYCOUNT-30-360
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-ACCRUAL-RATE / 360
                   COMPUTE WS-POOL-INT ROUNDED =
                       WS-NET-POSITION * WS-DAILY-RATE
                       * WS-D360-FACTOR
               ELSE
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-ACCRUAL-RATE / 365
                   COMPUTE WS-POOL-INT ROUNDED =
                       WS-NET-POSITION * WS-DAILY-RATE
               END-IF
           END-IF.

           IF WS-POOL-INT IS GREATER THAN ZERO
               PERFORM P260-ALLOCATE
           END-IF.

           PERFORM P600-WRITE-POOL-HEADING.

           PERFORM P300-POST-MEMBER
               VARYING WS-MEM-SUB FROM 1 BY 1
                 UNTIL WS-MEM-SUB > WS-MEM-COUNT
                    OR WS-JOB-HAD-ERROR.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKNPOOL
                   SET NPL_LAST_RUN   = :WS-RUN-DATE,
                       NPL_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE NPL_HEADER_ACC = :DCL-NPL-HEADER-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P640-WRITE-POOL-FOOTING.

           ADD WS-POOL-INT TO WS-TOTAL-POOL-INT.

       P220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The pool's rate is the header account's - the rate in force
      * for its type on BNKRATEH (falling back to BAT_RATE), plus the
      * header's own negotiated spread, floored at zero, on the
      * header type's day count.
      *-----------------------------------------------------------------
       P230-POOL-RATE.
           MOVE ZERO               TO WS-ACCRUAL-RATE.
           MOVE SPACES             TO WS-ACCRUAL-DAYCOUNT.
           MOVE DCL-NPL-HEADER-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC.BAC_ACCTYPE, BAT.BAT_RATE, BAT.BAT_DAYCOUNT
                  INTO :DCL-BAC-ACCTYPE, :DCL-BAT-RATE,
                       :DCL-BAT-DAYCOUNT
                  FROM BNKACC BAC, BNKATYPE BAT
                 WHERE BAC.BAC_ACCNO   = :DCL-BAC-ACCNO
                   AND BAT.BAT_TYPE    = BAC.BAC_ACCTYPE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-BAT-RATE     TO WS-ACCRUAL-RATE
               MOVE DCL-BAT-DAYCOUNT TO WS-ACCRUAL-DAYCOUNT
               PERFORM P235-RATE-IN-FORCE
               PERFORM P238-APPLY-SPREAD
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

       P235-RATE-IN-FORCE.
           MOVE DCL-BAC-ACCTYPE TO DCL-RTH-TYPE.

           EXEC SQL
                SELECT RTH_RATE
                  INTO :DCL-RTH-RATE
                  FROM BNKRATEH
                 WHERE RTH_TYPE = :DCL-RTH-TYPE
                   AND RTH_EFF_DATE =
                       (SELECT MAX(RTH_EFF_DATE)
                          FROM BNKRATEH
                         WHERE RTH_TYPE = :DCL-RTH-TYPE
                           AND RTH_EFF_DATE <= :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-RTH-RATE TO WS-ACCRUAL-RATE
           END-IF.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM P800-ERROR-CHECK
           END-IF.

       P238-APPLY-SPREAD.
           MOVE DCL-NPL-HEADER-ACC TO DCL-ASP-ACCNO.

           EXEC SQL
                SELECT ASP_SPREAD
                  INTO :DCL-ASP-SPREAD
                  FROM BNKACCSP
                 WHERE ASP_ACCNO  = :DCL-ASP-ACCNO
                   AND ASP_STATUS = 'A'
                   AND (ASP_EXPIRY_DATE = ' '
                        OR ASP_EXPIRY_DATE >= :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               ADD DCL-ASP-SPREAD TO WS-ACCRUAL-RATE
               IF WS-ACCRUAL-RATE IS LESS THAN ZERO
                   MOVE ZERO TO WS-ACCRUAL-RATE
               END-IF
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

      *=================================================================
      * The live participants, each balance converted into the pool
      * currency through the USD rates DBANK30P returns, and netted.
      *=================================================================
       P240-LOAD-MEMBERS.
           MOVE ZERO TO WS-MEM-COUNT
                        WS-HEADER-SUB
                        WS-NET-POSITION
                        WS-CREDIT-BASE.

           MOVE DCL-NPL-HEADER-ACC TO DCL-NPM-HEADER-ACC.

           EXEC SQL
                DECLARE NPM_CSR CURSOR FOR
                SELECT M.NPM_ACCNO, A.BAC_PID,
                       A.BAC_CURRENCY, A.BAC_BALANCE
                FROM BNKNPMEM M, BNKACC A
                WHERE M.NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                  AND M.NPM_STATUS     = 'A'
                  AND A.BAC_ACCNO      = M.NPM_ACCNO
                ORDER BY M.NPM_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P250-FETCH-MEMBER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-MEM-COUNT IS NOT LESS THAN WS-MEM-MAX.

           EXEC SQL
                CLOSE NPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P250-FETCH-MEMBER.
           EXEC SQL
                FETCH NPM_CSR
                INTO :DCL-NPM-ACCNO,
                     :DCL-BAC-PID,
                     :DCL-BAC-CURRENCY,
                     :DCL-BAC-BALANCE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-MEM-COUNT
               MOVE WS-MEM-COUNT     TO WS-MEM-SUB
               MOVE DCL-NPM-ACCNO    TO WS-MEM-ACCNO(WS-MEM-SUB)
               MOVE DCL-BAC-PID      TO WS-MEM-PID(WS-MEM-SUB)
               MOVE DCL-BAC-CURRENCY TO WS-MEM-CCY(WS-MEM-SUB)
               MOVE DCL-BAC-BALANCE  TO WS-MEM-BALANCE(WS-MEM-SUB)
               MOVE ZERO TO WS-MEM-ALLOC(WS-MEM-SUB)
                            WS-MEM-POSTED(WS-MEM-SUB)
                            WS-MEM-WITHHELD(WS-MEM-SUB)
               IF DCL-NPM-ACCNO = DCL-NPL-HEADER-ACC
                   MOVE WS-MEM-SUB TO WS-HEADER-SUB
               END-IF
               PERFORM P255-CONVERT-MEMBER
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P255-CONVERT-MEMBER.
           IF WS-MEM-CCY(WS-MEM-SUB) = DCL-NPL-CURRENCY
               MOVE WS-POOL-FX-RATE TO WS-MEM-FX-RATE(WS-MEM-SUB)
               MOVE WS-MEM-BALANCE(WS-MEM-SUB)
                 TO WS-MEM-POOL-BAL(WS-MEM-SUB)
           ELSE
               MOVE SPACES                 TO CD30-DATA
               MOVE WS-MEM-CCY(WS-MEM-SUB) TO CD30I-CURRENCY
               MOVE WS-RUN-DATE            TO CD30I-EFF-DATE
               CALL 'DBANK30P' USING BY REFERENCE CD30-DATA
               MOVE CD30O-RATE TO WS-MEM-FX-RATE(WS-MEM-SUB)
               COMPUTE WS-MEM-POOL-BAL(WS-MEM-SUB) ROUNDED =
                   WS-MEM-BALANCE(WS-MEM-SUB) * CD30O-RATE
                   / WS-POOL-FX-RATE
           END-IF.

           ADD WS-MEM-POOL-BAL(WS-MEM-SUB) TO WS-NET-POSITION.

           IF WS-MEM-POOL-BAL(WS-MEM-SUB) IS GREATER THAN ZERO
               ADD WS-MEM-POOL-BAL(WS-MEM-SUB) TO WS-CREDIT-BASE
           END-IF.

      *=================================================================
      * Share the pool's interest out by its rule, in the pool
      * currency.  Shares are cut down to the cent and whatever the
      * cutting leaves over goes to the last account that shared, so
      * the shares always add back to the pool's interest.
      *=================================================================
       P260-ALLOCATE.
           MOVE ZERO TO WS-ALLOC-TOTAL
                        WS-LAST-SUB.

           IF DCL-NPL-TO-HEADER AND WS-HEADER-SUB = ZERO
               DISPLAY 'DPOOL02P - pool ' DCL-NPL-HEADER-ACC
                       ' header not live, shared pro rata'
               SET DCL-NPL-PRO-RATA TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN DCL-NPL-TO-HEADER
                   MOVE WS-POOL-INT TO WS-MEM-ALLOC(WS-HEADER-SUB)
                   MOVE WS-POOL-INT TO WS-ALLOC-TOTAL
                   MOVE WS-HEADER-SUB TO WS-LAST-SUB
               WHEN DCL-NPL-EQUAL
                   COMPUTE WS-SHARE = WS-POOL-INT / WS-MEM-COUNT
                   PERFORM P265-SHARE-EQUAL
                       VARYING WS-MEM-SUB FROM 1 BY 1
                         UNTIL WS-MEM-SUB > WS-MEM-COUNT
               WHEN OTHER
                   PERFORM P270-SHARE-PRO-RATA
                       VARYING WS-MEM-SUB FROM 1 BY 1
                         UNTIL WS-MEM-SUB > WS-MEM-COUNT
           END-EVALUATE.

           IF WS-LAST-SUB IS GREATER THAN ZERO
               COMPUTE WS-MEM-ALLOC(WS-LAST-SUB) =
                   WS-MEM-ALLOC(WS-LAST-SUB)
                   + WS-POOL-INT - WS-ALLOC-TOTAL
           END-IF.

       P265-SHARE-EQUAL.
           MOVE WS-SHARE   TO WS-MEM-ALLOC(WS-MEM-SUB).
           ADD WS-SHARE    TO WS-ALLOC-TOTAL.
           MOVE WS-MEM-SUB TO WS-LAST-SUB.

      *    Only credit balances share - an overdrawn participant has
      *    already been paid for by the others' credit.
       P270-SHARE-PRO-RATA.
           IF WS-MEM-POOL-BAL(WS-MEM-SUB) IS GREATER THAN ZERO
               COMPUTE WS-MEM-ALLOC(WS-MEM-SUB) =
                   WS-POOL-INT * WS-MEM-POOL-BAL(WS-MEM-SUB)
                   / WS-CREDIT-BASE
               ADD WS-MEM-ALLOC(WS-MEM-SUB) TO WS-ALLOC-TOTAL
               MOVE WS-MEM-SUB TO WS-LAST-SUB
           END-IF.

      *=================================================================
      * One participant - its share converted back into its own
      * currency and credited, then its allocation row and its line
      * on the pool statement.
      *=================================================================
       P300-POST-MEMBER.
           ADD 1 TO WS-MEMBER-TOTAL.

           IF WS-MEM-ALLOC(WS-MEM-SUB) IS GREATER THAN ZERO
               IF WS-MEM-CCY(WS-MEM-SUB) = DCL-NPL-CURRENCY
                   MOVE WS-MEM-ALLOC(WS-MEM-SUB) TO WS-INTEREST-AMT
               ELSE
                   COMPUTE WS-INTEREST-AMT ROUNDED =
                       WS-MEM-ALLOC(WS-MEM-SUB) * WS-POOL-FX-RATE
                       / WS-MEM-FX-RATE(WS-MEM-SUB)
               END-IF
               IF WS-INTEREST-AMT IS GREATER THAN ZERO
                   PERFORM P310-POST-INTEREST
               END-IF
           END-IF.

           PERFORM P400-INSERT-ALLOCATION.

           PERFORM P620-WRITE-MEMBER-LINE.

      *-----------------------------------------------------------------
      * Post the credit row through DBANK06P's insert logic, then
      * bring BAC_BALANCE up to date through DBANK04P, single-leg -
      * net of withholding for an owner without a live exemption.
      *-----------------------------------------------------------------
       P310-POST-INTEREST.
           MOVE SPACES                     TO BANK-ERRMSG.
           MOVE SPACES                     TO GOOD-ERRMSG.
           MOVE WS-MEM-PID(WS-MEM-SUB)     TO DCL-BAC-PID.
           MOVE WS-MEM-ACCNO(WS-MEM-SUB)   TO DCL-BAC-ACCNO.
           MOVE WS-MEM-BALANCE(WS-MEM-SUB) TO DCL-BAC-BALANCE.

           PERFORM P320-RESOLVE-WITHHOLDING.

           MOVE SPACES             TO CD06-DATA.
           MOVE DCL-BAC-PID        TO CD06I-PERSON-PID.
           SET CD06I-INTEREST      TO TRUE.
           MOVE DCL-BAC-ACCNO      TO CD06I-FROM-ACC.
           MOVE WS-NET-INTEREST    TO CD06I-FROM-AMOUNT.
           MOVE SPACES             TO CD06I-FROM-DESC.
           IF WS-WHT-AMOUNT IS GREATER THAN ZERO
               STRING 'Pool int net of tax ' DELIMITED BY SIZE
                      DCL-NPL-HEADER-ACC     DELIMITED BY SIZE
                 INTO CD06I-FROM-DESC
           ELSE
               STRING 'Pool interest '   DELIMITED BY SIZE
                      DCL-NPL-HEADER-ACC DELIMITED BY SIZE
                 INTO CD06I-FROM-DESC
           END-IF.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG = SPACES
               COMPUTE WS-NEW-BALANCE =
                       DCL-BAC-BALANCE + WS-NET-INTEREST

               MOVE DCL-BAC-PID       TO CD04I-PERSON-PID
               SET CD04I-SINGLE-LEG   TO TRUE
               MOVE DCL-BAC-ACCNO     TO CD04I-FROM-ACC
               MOVE DCL-BAC-BALANCE   TO CD04I-FROM-OLD-BAL
               MOVE WS-NEW-BALANCE    TO CD04I-FROM-NEW-BAL

               CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              WS-WHT-AMOUNT IS GREATER THAN ZERO
               PERFORM P330-POST-WITHHOLDING
           END-IF.

           IF BANK-ERRMSG = SPACES
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-NET-INTEREST TO WS-RLG-AMOUNT
               MOVE WS-INTEREST-AMT TO WS-MEM-POSTED(WS-MEM-SUB)
               MOVE WS-WHT-AMOUNT   TO WS-MEM-WITHHELD(WS-MEM-SUB)
           ELSE
               DISPLAY 'DPOOL02P - account ' DCL-BAC-ACCNO
                       ' not credited: ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * The gross/net split - exempt means a certificate that has not
      * expired as of the run date, as in DBANK13P.
      *-----------------------------------------------------------------
       P320-RESOLVE-WITHHOLDING.
           IF DCL-BAC-PID NOT = WS-WHT-CACHE-PID
               MOVE DCL-BAC-PID TO DCL-BCS-PID
               MOVE 'N'         TO WS-WHT-CACHE-EXEMPT

               EXEC SQL
                    SELECT BCS_TAX_EXEMPT, BCS_TAX_CERT_EXP
                      INTO :DCL-BCS-TAX-EXEMPT, :DCL-BCS-TAX-CERT-EXP
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC

               IF SQLCODE = ZERO
                   IF DCL-BCS-IS-TAX-EXEMPT AND
                      DCL-BCS-TAX-CERT-EXP IS NOT LESS THAN
                          WS-RUN-DATE
                       MOVE 'Y' TO WS-WHT-CACHE-EXEMPT
                   END-IF
               ELSE
                   IF SQLCODE NOT = +100
                       PERFORM P800-ERROR-CHECK
                   END-IF
               END-IF

               MOVE DCL-BAC-PID TO WS-WHT-CACHE-PID
           END-IF.

           IF WS-WHT-CACHE-EXEMPT = 'Y'
               MOVE ZERO            TO WS-WHT-AMOUNT
               MOVE WS-INTEREST-AMT TO WS-NET-INTEREST
           ELSE
               COMPUTE WS-WHT-AMOUNT ROUNDED =
                   WS-INTEREST-AMT * WS-WHT-RATE
               COMPUTE WS-NET-INTEREST =
                   WS-INTEREST-AMT - WS-WHT-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * The withheld leg - a ledger row to the tax-payable account
      * and the BNKWHTX row the remittance and annual summaries read.
      *-----------------------------------------------------------------
       P330-POST-WITHHOLDING.
           MOVE SPACES             TO CD06-DATA.
           MOVE DCL-BAC-PID        TO CD06I-PERSON-PID.
           SET CD06I-LEDGER        TO TRUE.
           MOVE 'I'                TO CD06I-CATEGORY.
           MOVE WS-TAX-PAYABLE-ACC TO CD06I-FROM-ACC.
           MOVE WS-WHT-AMOUNT      TO CD06I-FROM-AMOUNT.
           MOVE SPACES             TO CD06I-FROM-DESC.
           STRING 'Withholding tax a/c ' DELIMITED BY SIZE
                  DCL-BAC-ACCNO          DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

           MOVE DCL-BAC-PID     TO DCL-WTX-PID.
           MOVE DCL-BAC-ACCNO   TO DCL-WTX-ACCNO.
           MOVE WS-RUN-DATE     TO DCL-WTX-DATE.
           MOVE WS-INTEREST-AMT TO DCL-WTX-GROSS.
           MOVE WS-WHT-AMOUNT   TO DCL-WTX-WITHHELD.

           EXEC SQL
                INSERT INTO BNKWHTX (
                  WTX_PID,
                  WTX_ACCNO,
                  WTX_DATE,
                  WTX_GROSS,
                  WTX_WITHHELD,
                  WTX_CREATED_TS
                ) VALUES (
                  :DCL-WTX-PID,
                  :DCL-WTX-ACCNO,
                  :DCL-WTX-DATE,
                  :DCL-WTX-GROSS,
                  :DCL-WTX-WITHHELD,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The participant's allocation row for the night - written for
      * every participant, so the statement and the Cash Pools screen
      * show what each contributed even when it earned nothing.
      *-----------------------------------------------------------------
       P400-INSERT-ALLOCATION.
           MOVE WS-RUN-DATE                 TO DCL-NPA-DATE.
           MOVE DCL-NPL-HEADER-ACC          TO DCL-NPA-HEADER-ACC.
           MOVE WS-MEM-ACCNO(WS-MEM-SUB)    TO DCL-NPA-ACCNO.
           MOVE WS-MEM-CCY(WS-MEM-SUB)      TO DCL-NPA-CURRENCY.
           MOVE WS-MEM-BALANCE(WS-MEM-SUB)  TO DCL-NPA-BALANCE.
           MOVE WS-MEM-POOL-BAL(WS-MEM-SUB) TO DCL-NPA-POOL-BAL.
           MOVE WS-NET-POSITION             TO DCL-NPA-NET-POSITION.
           MOVE WS-ACCRUAL-RATE             TO DCL-NPA-RATE.
           MOVE WS-POOL-INT                 TO DCL-NPA-POOL-INT.
           MOVE WS-MEM-ALLOC(WS-MEM-SUB)    TO DCL-NPA-ALLOC.
           MOVE WS-MEM-POSTED(WS-MEM-SUB)   TO DCL-NPA-POSTED.
           MOVE WS-MEM-WITHHELD(WS-MEM-SUB) TO DCL-NPA-WITHHELD.

           EXEC SQL
                INSERT INTO BNKNPALC (
                  NPA_DATE,
                  NPA_HEADER_ACC,
                  NPA_ACCNO,
                  NPA_CURRENCY,
                  NPA_BALANCE,
                  NPA_POOL_BAL,
                  NPA_NET_POSITION,
                  NPA_RATE,
                  NPA_POOL_INT,
                  NPA_ALLOC,
                  NPA_POSTED,
                  NPA_WITHHELD,
                  NPA_CREATED_TS
                ) VALUES (
                  :DCL-NPA-DATE,
                  :DCL-NPA-HEADER-ACC,
                  :DCL-NPA-ACCNO,
                  :DCL-NPA-CURRENCY,
                  :DCL-NPA-BALANCE,
                  :DCL-NPA-POOL-BAL,
                  :DCL-NPA-NET-POSITION,
                  :DCL-NPA-RATE,
                  :DCL-NPA-POOL-INT,
                  :DCL-NPA-ALLOC,
                  :DCL-NPA-POSTED,
                  :DCL-NPA-WITHHELD,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The pool statement - a heading per pool, one line per
      * participant showing what it contributed and what it was paid,
      * and the pool's net position and interest.
      *=================================================================
       P600-WRITE-POOL-HEADING.
           MOVE SPACES TO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           MOVE SPACES TO POOLRPT-RECORD.
           STRING 'POOL ' DELIMITED BY SIZE
                  DCL-NPL-HEADER-ACC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DCL-NPL-NAME DELIMITED BY SIZE
                  '  CCY ' DELIMITED BY SIZE
                  DCL-NPL-CURRENCY DELIMITED BY SIZE
                  '  RULE ' DELIMITED BY SIZE
                  DCL-NPL-RULE DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           MOVE SPACES TO POOLRPT-RECORD.
           STRING 'ACCOUNT   CCY      BALANCE   '
                  '  POOL CCY BAL      SHARE      '
                  '   POSTED     WITHHELD' DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

       P620-WRITE-MEMBER-LINE.
           MOVE WS-MEM-BALANCE(WS-MEM-SUB)  TO WS-BAL-DSP.
           MOVE WS-MEM-POOL-BAL(WS-MEM-SUB) TO WS-POOL-BAL-DSP.
           MOVE WS-MEM-ALLOC(WS-MEM-SUB)    TO WS-ALLOC-DSP.
           MOVE WS-MEM-POSTED(WS-MEM-SUB)   TO WS-POSTED-DSP.
           MOVE WS-MEM-WITHHELD(WS-MEM-SUB) TO WS-WHT-DSP.

           MOVE SPACES TO POOLRPT-RECORD.
           STRING WS-MEM-ACCNO(WS-MEM-SUB) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-MEM-CCY(WS-MEM-SUB)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-BAL-DSP               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-POOL-BAL-DSP          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ALLOC-DSP             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-POSTED-DSP            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-WHT-DSP               DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

       P640-WRITE-POOL-FOOTING.
           MOVE WS-NET-POSITION TO WS-POOL-BAL-DSP.
           MOVE WS-ACCRUAL-RATE TO WS-RATE-DSP.
           MOVE WS-POOL-INT     TO WS-ALLOC-DSP.

           MOVE SPACES TO POOLRPT-RECORD.
           STRING 'NET POSITION ' DELIMITED BY SIZE
                  WS-POOL-BAL-DSP DELIMITED BY SIZE
                  '  RATE ' DELIMITED BY SIZE
                  WS-RATE-DSP DELIMITED BY SIZE
                  '  POOL INTEREST ' DELIMITED BY SIZE
                  WS-ALLOC-DSP DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           IF WS-NET-POSITION IS NOT GREATER THAN ZERO
               MOVE SPACES TO POOLRPT-RECORD
               STRING 'NET POSITION NOT IN CREDIT - NO INTEREST'
                      DELIMITED BY SIZE
                 INTO POOLRPT-RECORD
               WRITE POOLRPT-RECORD
           END-IF.

       P650-WRITE-TOTALS.
           MOVE SPACES TO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           MOVE WS-POOL-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO POOLRPT-RECORD.
           STRING 'POOLS           ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO POOLRPT-RECORD.
           WRITE POOLRPT-RECORD.

           MOVE WS-TOTAL-POOL-INT TO WS-TOTAL-DSP.
           MOVE SPACES TO POOLRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               STRING 'RUN FAILED - POOLING ROLLED BACK'
                      DELIMITED BY SIZE
                 INTO POOLRPT-RECORD
           ELSE
               STRING 'POOL INTEREST   ' DELIMITED BY SIZE
                      WS-TOTAL-DSP DELIMITED BY SIZE
                 INTO POOLRPT-RECORD
           END-IF.
           WRITE POOLRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DPOOL02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the night's pooling as one unit of work, or roll it
      * all back so no pool is ever half paid.
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
           MOVE 'POOLINT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'POOLINT' TO CD37I-JOB.
           MOVE WS-MEMBER-TOTAL TO CD37I-ROWS-READ.
           MOVE WS-CREDIT-COUNT TO CD37I-ROWS-POSTED.
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
