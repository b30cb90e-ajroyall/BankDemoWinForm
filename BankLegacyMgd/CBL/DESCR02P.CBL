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
001300* Program:     DESCR02P.CBL                                    *
001400* Function:    Nightly mortgage escrow run.  First every       *
001500*              active BNKESCDB tax bill or insurance premium   *
001600*              that has fallen due is paid out of the loan's   *
001700*              escrow through the DBANK43P wire queue - the    *
001800*              same external path a standing order to another  *
001900*              bank takes - and rolled on to its next due      *
002000*              date.  Then every escrow whose yearly analysis  *
002100*              has come round is projected over the next       *
002200*              twelve months: the low point against the        *
002300*              cushion gives the shortage or surplus, DESCR01P *
002400*              reprices the monthly amount and the collection  *
002500*              order, and the customer is sent the analysis    *
002600*              notice through BNKMAILQ.  Everything is listed  *
002700*              on the escrow report for the loan servicing     *
002800*              desk.  Runs in the EOD stream after DBANK16P's  *
002900*              instalments; logs through DBANK37P.             *
003000*              SQL version - standalone batch step, connects   *
003100*              and disconnects itself.                          *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DESCR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCRRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCRRPT.
       01  ESCRRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-PAID-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ANALYSED-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NEGATIVE-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\ESCROW.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
      *-----------------------------------------------------------------
      * The analysis cushion - months of disbursements the escrow
      * should never dip below.  Site-tunable through the BNKPARM
      * row ESCROWCUSHN; two months unless one is in force.
      *-----------------------------------------------------------------
           05  WS-CUSHION-MONTHS                 PIC S9(7)V99 COMP-3
                                                  VALUE +2.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-TOTAL-MONTHS               PIC S9(5) COMP-3.
           05  WS-DUE-DATE                       PIC X(10).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-DUE-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-DUE-DD                     PIC 9(2).
           05  WS-MONTH-IDX                      PIC S9(4) COMP.
           05  WS-WINDOW-MONTH                   PIC S9(5) COMP-3.
           05  WS-MONTHS-ON                      PIC S9(5) COMP-3.
           05  WS-MOD-WORK                       PIC S9(5) COMP-3.
           05  WS-MOD-REM                        PIC S9(5) COMP-3.
           05  WS-ANNUAL                         PIC S9(9)V99 COMP-3.
           05  WS-BASE-MONTHLY                   PIC S9(7)V99 COMP-3.
           05  WS-PROJECTED                      PIC S9(9)V99 COMP-3.
           05  WS-LOW-POINT                      PIC S9(9)V99 COMP-3.
           05  WS-CUSHION                        PIC S9(9)V99 COMP-3.
           05  WS-NEW-MONTHLY                    PIC S9(7)V99 COMP-3.
           05  WS-NOTICE-WORD                    PIC X(8).
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-BAL-DSP                        PIC -(6)9.99.
           05  WS-OLD-DSP                        PIC -(6)9.99.
           05  WS-NEW-DSP                        PIC -(6)9.99.
           05  WS-SHORT-DSP                      PIC -(6)9.99.
           05  WS-SHORT-TAG                      PIC Z(6)9.99.
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-FLAG-TEXT                      PIC X(16).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-SUB-GOODMSG                    PIC X(65).

      *-----------------------------------------------------------------
      * The GL pair a disbursement books - off the escrow liability,
      * out through cash clearing with the wire.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-ESCROW-LIABILITY               PIC 9(5) VALUE 21500.

      *-----------------------------------------------------------------
      * One escrow's active payee items, loaded for its analysis -
      * the same twenty the B103 screen lists.
      *-----------------------------------------------------------------
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT                     PIC S9(4) COMP.
           05  WS-ITEM-SUB                       PIC S9(4) COMP.
           05  WS-ITEM-ENTRY                     OCCURS 20 TIMES.
               10  WS-ITEM-AMOUNT                PIC S9(7)V99 COMP-3.
               10  WS-ITEM-FREQ                  PIC S9(2) COMP-3.
               10  WS-ITEM-DUE-MONTH             PIC S9(5) COMP-3.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
       01  WS-RLG-AMOUNT                         PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.

           COPY CBANKVC37.
           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CBANKVC43.
           COPY CESCR01.
           COPY CGLJN01.
           COPY CPARM01.

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSEW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSED
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSEWX.
           COPY CBANKSEDX.
           COPY CBANKSACX.

       01  WS-RUN-DATE                           PIC X(10).

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
               PERFORM P100-RUN-ESCROW
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DESCR02P - unable to connect, escrow run aborted'
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
      * Drive the run - disbursements first, so an analysis falling
      * due tonight projects from the balance after tonight's bills.
      *=================================================================
       P100-RUN-ESCROW.
           PERFORM P110-BUILD-DATES.
           PERFORM P120-GET-CUSHION.
           PERFORM P130-OPEN-REPORT.

           PERFORM P200-DISBURSE-DUE-ITEMS.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-RUN-ANALYSES
           END-IF.

           CLOSE ESCRRPT.

           DISPLAY 'DESCR02P - escrow run complete, paid: '
                   WS-PAID-COUNT ' analysed: ' WS-ANALYSED-COUNT.

       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           COMPUTE WS-RUN-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM.

       P120-GET-CUSHION.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'ESCROWCUSHN'     TO PARM01I-NAME.
           MOVE WS-CUSHION-MONTHS TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-CUSHION-MONTHS
           END-IF.

       P130-OPEN-REPORT.
           OPEN OUTPUT ESCRRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DESCR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES TO ESCRRPT-RECORD
               STRING 'MORTGAGE ESCROW RUN OF ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                 INTO ESCRRPT-RECORD
               WRITE ESCRRPT-RECORD

               MOVE SPACES TO ESCRRPT-RECORD
               STRING 'LOAN A/C  ACTION   SEQ DUE DATE       AMOUNT '
                      '    BALANCE WIRE REF / NEW MONTHLY    FLAG'
                          DELIMITED BY SIZE
                 INTO ESCRRPT-RECORD
               WRITE ESCRRPT-RECORD
           END-IF.

      *=================================================================
      * Pass one - every active item on an active escrow whose next
      * due date has arrived.  The wire goes out of the loan account
      * to the payee; the escrow balance carries the cost, and may
      * go negative when a bill outruns what has been collected -
      * the bill is still paid, the loan is flagged, and the next
      * analysis recovers the shortage.
      *=================================================================
       P200-DISBURSE-DUE-ITEMS.
           EXEC SQL
                DECLARE ESD_DUE_CSR CURSOR FOR
                SELECT D.ESD_LOAN_ACC, D.ESD_SEQ, D.ESD_TYPE,
                       D.ESD_ROUTING, D.ESD_EXT_ACC, D.ESD_AMOUNT,
                       D.ESD_NEXT_DUE
                FROM BNKESCDB D, BNKESCRW W
                WHERE D.ESD_LOAN_ACC = W.ESW_LOAN_ACC
                  AND W.ESW_STATUS   = 'A'
                  AND D.ESD_STATUS   = 'A'
                  AND D.ESD_NEXT_DUE <= :WS-RUN-DATE
                ORDER BY D.ESD_LOAN_ACC, D.ESD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ESD_DUE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-DUE-ITEM
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ESD_DUE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-DUE-ITEM.
           EXEC SQL
                FETCH ESD_DUE_CSR
                INTO :DCL-ESD-LOAN-ACC,
                     :DCL-ESD-SEQ,
                     :DCL-ESD-TYPE,
                     :DCL-ESD-ROUTING,
                     :DCL-ESD-EXT-ACC,
                     :DCL-ESD-AMOUNT,
                     :DCL-ESD-NEXT-DUE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-DISBURSE-ONE THRU DISBURSE-ONE-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P220-DISBURSE-ONE.
           MOVE DCL-ESD-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID
                  INTO :DCL-BAC-PID
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO DISBURSE-ONE-EXIT
           END-IF.

           MOVE SPACES           TO CD43-DATA WS-SUB-ERRMSG.
           MOVE DCL-BAC-PID      TO CD43I-PERSON-PID.
           MOVE DCL-ESD-LOAN-ACC TO CD43I-FROM-ACC.
           MOVE DCL-ESD-ROUTING  TO CD43I-ROUTING.
           MOVE DCL-ESD-EXT-ACC  TO CD43I-EXT-ACC.
           MOVE DCL-ESD-AMOUNT   TO CD43I-AMOUNT.

           CALL 'DBANK43P' USING BY REFERENCE CD43-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DESCR02P - wire queue failed: ' WS-SUB-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO DISBURSE-ONE-EXIT
           END-IF.

           MOVE DCL-ESD-LOAN-ACC TO DCL-ESW-LOAN-ACC.

           EXEC SQL
                UPDATE BNKESCRW
                   SET ESW_BALANCE    = ESW_BALANCE - :DCL-ESD-AMOUNT,
                       ESW_UPDATED_BY = 'SYSTM',
                       ESW_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE CD43O-REF TO DCL-ESD-LAST-REF.

           EXEC SQL
                UPDATE BNKESCDB
                   SET ESD_LAST_PAID  = ESD_NEXT_DUE,
                       ESD_LAST_REF   = :DCL-ESD-LAST-REF,
                       ESD_NEXT_DUE   = CHAR(DATE(ESD_NEXT_DUE) +
                                        ESD_FREQ_MONTHS MONTHS),
                       ESD_UPDATED_BY = 'SYSTM',
                       ESD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                   AND ESD_SEQ      = :DCL-ESD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT ESW_BALANCE
                  INTO :DCL-ESW-BALANCE
                  FROM BNKESCRW
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO DISBURSE-ONE-EXIT
           END-IF.

           MOVE 'DESCR02P'          TO GLJN01I-SOURCE.
           MOVE GL-ESCROW-LIABILITY TO GLJN01I-DR-ACCOUNT.
           MOVE GL-CASH-CLEARING    TO GLJN01I-CR-ACCOUNT.
           MOVE DCL-ESD-AMOUNT      TO GLJN01I-AMOUNT.
           MOVE 'E'                 TO GLJN01I-CATEGORY.
           MOVE DCL-ESD-LOAN-ACC    TO GLJN01I-ACCNO.
           MOVE CD43O-REF           TO GLJN01I-REF.
           MOVE SPACES              TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DESCR02P - journal failed: ' WS-SUB-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO DISBURSE-ONE-EXIT
           END-IF.

           ADD 1              TO WS-PAID-COUNT.
           ADD DCL-ESD-AMOUNT TO WS-RLG-AMOUNT.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF DCL-ESW-BALANCE IS LESS THAN ZERO
               MOVE 'ESCROW OVERDRAWN' TO WS-FLAG-TEXT
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF.

           MOVE DCL-ESD-SEQ     TO WS-SEQ-DSP.
           MOVE DCL-ESD-AMOUNT  TO WS-AMT-DSP.
           MOVE DCL-ESW-BALANCE TO WS-BAL-DSP.

           MOVE SPACES TO ESCRRPT-RECORD.
           STRING DCL-ESD-LOAN-ACC  DELIMITED BY SIZE
                  ' PAID '          DELIMITED BY SIZE
                  DCL-ESD-TYPE      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-SEQ-DSP        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DCL-ESD-NEXT-DUE  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AMT-DSP        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-BAL-DSP        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CD43O-REF         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-FLAG-TEXT      DELIMITED BY SIZE
             INTO ESCRRPT-RECORD.
           WRITE ESCRRPT-RECORD.

       DISBURSE-ONE-EXIT.
           EXIT.

      *=================================================================
      * Pass two - the yearly analysis on every active escrow whose
      * next analysis date has arrived.
      *=================================================================
       P300-RUN-ANALYSES.
           EXEC SQL
                DECLARE ESW_ANL_CSR CURSOR FOR
                SELECT ESW_LOAN_ACC, ESW_BALANCE, ESW_MONTHLY_AMT
                FROM BNKESCRW
                WHERE ESW_STATUS        = 'A'
                  AND ESW_NEXT_ANALYSIS <= :WS-RUN-DATE
                ORDER BY ESW_LOAN_ACC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ESW_ANL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-ESCROW
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ESW_ANL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P310-FETCH-ESCROW.
           EXEC SQL
                FETCH ESW_ANL_CSR
                INTO :DCL-ESW-LOAN-ACC,
                     :DCL-ESW-BALANCE,
                     :DCL-ESW-MONTHLY-AMT
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P320-ANALYSE-ONE THRU ANALYSE-ONE-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Project the escrow month by month over the coming year - each
      * month's bills out, then the new base collection (a twelfth of
      * the year's bills) in - and find its low point.  The cushion
      * less the low point is the shortage (a negative one is a
      * surplus), spread back over the next twelve collections.
      *-----------------------------------------------------------------
       P320-ANALYSE-ONE.
           PERFORM P330-LOAD-ITEMS.

           IF WS-JOB-HAD-ERROR
               GO TO ANALYSE-ONE-EXIT
           END-IF.

           MOVE ZERO TO WS-ANNUAL.

           PERFORM P340-ADD-YEAR-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL / 12.

           MOVE DCL-ESW-BALANCE TO WS-PROJECTED WS-LOW-POINT.

           PERFORM P350-PROJECT-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

           COMPUTE WS-CUSHION ROUNDED =
               WS-ANNUAL * WS-CUSHION-MONTHS / 12.

           COMPUTE DCL-ESW-SHORTAGE = WS-CUSHION - WS-LOW-POINT.

           COMPUTE WS-NEW-MONTHLY ROUNDED =
               WS-BASE-MONTHLY + (DCL-ESW-SHORTAGE / 12).

           IF WS-NEW-MONTHLY IS LESS THAN ZERO
               MOVE ZERO TO WS-NEW-MONTHLY
           END-IF.

           MOVE SPACES           TO ESCR01-DATA WS-SUB-ERRMSG
                                    WS-SUB-GOODMSG.
           SET ESCR01I-SET-MONTHLY TO TRUE.
           MOVE 'SYSTM'          TO ESCR01I-USERID.
           MOVE DCL-ESW-LOAN-ACC TO ESCR01I-LOAN-ACC.
           MOVE WS-NEW-MONTHLY   TO ESCR01I-AMOUNT.

           CALL 'DESCR01P' USING BY REFERENCE ESCR01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG
                                 BY REFERENCE WS-SUB-GOODMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DESCR02P - reprice failed '
                       DCL-ESW-LOAN-ACC ': ' WS-SUB-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO ANALYSE-ONE-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKESCRW
                   SET ESW_LAST_ANALYSIS = :WS-RUN-DATE,
                       ESW_NEXT_ANALYSIS =
                           CHAR(DATE(:WS-RUN-DATE) + 12 MONTHS),
                       ESW_SHORTAGE      = :DCL-ESW-SHORTAGE,
                       ESW_UPDATED_BY    = 'SYSTM',
                       ESW_UPDATED_TS    = CURRENT TIMESTAMP
                 WHERE ESW_LOAN_ACC = :DCL-ESW-LOAN-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO ANALYSE-ONE-EXIT
           END-IF.

           ADD 1 TO WS-ANALYSED-COUNT.

           PERFORM P360-NOTIFY-CUSTOMER.
           PERFORM P370-REPORT-ANALYSIS.

       ANALYSE-ONE-EXIT.
           EXIT.

       P330-LOAD-ITEMS.
           MOVE ZERO             TO WS-ITEM-COUNT.
           MOVE DCL-ESW-LOAN-ACC TO DCL-ESD-LOAN-ACC.

           EXEC SQL
                DECLARE ESD_ANL_CSR CURSOR FOR
                SELECT ESD_AMOUNT, ESD_FREQ_MONTHS, ESD_NEXT_DUE
                FROM BNKESCDB
                WHERE ESD_LOAN_ACC = :DCL-ESD-LOAN-ACC
                  AND ESD_STATUS   = 'A'
                ORDER BY ESD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ESD_ANL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P335-FETCH-ITEM
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE ESD_ANL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    An item's due date is held as a month number (YYYY*12+MM)
      *    so the projection can step through the year by counting.
       P335-FETCH-ITEM.
           EXEC SQL
                FETCH ESD_ANL_CSR
                INTO :DCL-ESD-AMOUNT,
                     :DCL-ESD-FREQ-MONTHS,
                     :DCL-ESD-NEXT-DUE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-ITEM-COUNT
               MOVE DCL-ESD-AMOUNT      TO WS-ITEM-AMOUNT(WS-ITEM-COUNT)
               MOVE DCL-ESD-FREQ-MONTHS TO WS-ITEM-FREQ(WS-ITEM-COUNT)
               MOVE DCL-ESD-NEXT-DUE    TO WS-DUE-DATE
               COMPUTE WS-ITEM-DUE-MONTH(WS-ITEM-COUNT) =
                   (WS-DUE-YYYY * 12) + WS-DUE-MM
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The coming year is this month and the eleven after it -
      * anything due earlier this month went out in pass one.
      *-----------------------------------------------------------------
       P340-ADD-YEAR-MONTH.
           COMPUTE WS-WINDOW-MONTH =
               WS-RUN-TOTAL-MONTHS + WS-MONTH-IDX - 1.

           PERFORM P345-ADD-ITEM-IN-MONTH
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

      *    Adds the item to WS-ANNUAL when it falls due in the window
      *    month - on or after its next due date, a whole number of
      *    its frequency on.
       P345-ADD-ITEM-IN-MONTH.
           COMPUTE WS-MONTHS-ON =
               WS-WINDOW-MONTH - WS-ITEM-DUE-MONTH(WS-ITEM-SUB).

           IF WS-MONTHS-ON IS NOT LESS THAN ZERO
               DIVIDE WS-MONTHS-ON BY WS-ITEM-FREQ(WS-ITEM-SUB)
                   GIVING WS-MOD-WORK REMAINDER WS-MOD-REM
               IF WS-MOD-REM = ZERO
                   ADD WS-ITEM-AMOUNT(WS-ITEM-SUB) TO WS-ANNUAL
               END-IF
           END-IF.

      *    The same month's bills again, this time taken off the
      *    running projection before the month's collection lands.
       P350-PROJECT-MONTH.
           COMPUTE WS-WINDOW-MONTH =
               WS-RUN-TOTAL-MONTHS + WS-MONTH-IDX - 1.

           PERFORM P355-TAKE-ITEM-IN-MONTH
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

           IF WS-PROJECTED IS LESS THAN WS-LOW-POINT
               MOVE WS-PROJECTED TO WS-LOW-POINT
           END-IF.

           ADD WS-BASE-MONTHLY TO WS-PROJECTED.

       P355-TAKE-ITEM-IN-MONTH.
           COMPUTE WS-MONTHS-ON =
               WS-WINDOW-MONTH - WS-ITEM-DUE-MONTH(WS-ITEM-SUB).

           IF WS-MONTHS-ON IS NOT LESS THAN ZERO
               DIVIDE WS-MONTHS-ON BY WS-ITEM-FREQ(WS-ITEM-SUB)
                   GIVING WS-MOD-WORK REMAINDER WS-MOD-REM
               IF WS-MOD-REM = ZERO
                   SUBTRACT WS-ITEM-AMOUNT(WS-ITEM-SUB)
                       FROM WS-PROJECTED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The analysis notice - the BNKNTMPL code ESCROWANL leads the
      * tag so DBANK32P words it, the shortage or surplus rides along
      * as the payload, and the new monthly escrow amount is the
      * notice's amount.  Same DBANK02P/DBANK20P path DBANK16P's
      * suspension notice takes; a lookup or queue failure skips the
      * notice, never the run.
      *-----------------------------------------------------------------
       P360-NOTIFY-CUSTOMER.
           MOVE DCL-ESW-LOAN-ACC TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID
                  INTO :DCL-BAC-PID
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               GO TO P360-EXIT
           END-IF.

           MOVE DCL-BAC-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-SEND-EMAIL IS EQUAL TO 'Y' AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               IF DCL-ESW-SHORTAGE IS LESS THAN ZERO
                   MOVE 'SURPLUS' TO WS-NOTICE-WORD
                   COMPUTE WS-SHORT-TAG = DCL-ESW-SHORTAGE * -1
               ELSE
                   MOVE 'SHORTAGE' TO WS-NOTICE-WORD
                   MOVE DCL-ESW-SHORTAGE TO WS-SHORT-TAG
               END-IF
               MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-BAC-PID       TO CD20I-PID
               MOVE CD02O-EMAIL       TO CD20I-EMAIL
               MOVE DCL-ESW-LOAN-ACC  TO CD20I-FROM-ACC
               MOVE WS-NEW-MONTHLY    TO CD20I-AMOUNT
               STRING 'ESCROWANL '     DELIMITED BY SIZE
                      WS-NOTICE-WORD   DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      WS-SHORT-TAG     DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
           END-IF.

       P360-EXIT.
           EXIT.

       P370-REPORT-ANALYSIS.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF DCL-ESW-SHORTAGE IS GREATER THAN ZERO
               MOVE 'SHORTAGE' TO WS-FLAG-TEXT
           END-IF.
           IF DCL-ESW-SHORTAGE IS LESS THAN ZERO
               MOVE 'SURPLUS' TO WS-FLAG-TEXT
           END-IF.

           MOVE DCL-ESW-SHORTAGE    TO WS-SHORT-DSP.
           MOVE DCL-ESW-BALANCE     TO WS-BAL-DSP.
           MOVE DCL-ESW-MONTHLY-AMT TO WS-OLD-DSP.
           MOVE WS-NEW-MONTHLY      TO WS-NEW-DSP.

           MOVE SPACES TO ESCRRPT-RECORD.
           STRING DCL-ESW-LOAN-ACC  DELIMITED BY SIZE
                  ' ANALYSIS     '  DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-SHORT-DSP      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-BAL-DSP        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-OLD-DSP        DELIMITED BY SIZE
                  ' ->'             DELIMITED BY SIZE
                  WS-NEW-DSP        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-FLAG-TEXT      DELIMITED BY SIZE
             INTO ESCRRPT-RECORD.
           WRITE ESCRRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DESCR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole escrow run - wires queued, balances moved,
      * journal lines staged, collections repriced - as one unit of
      * work, or roll it all back if any part failed, so a bill is
      * never marked paid without its wire.
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
           MOVE 'ESCROWRN' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ESCROWRN' TO CD37I-JOB.
           ADD WS-PAID-COUNT WS-ANALYSED-COUNT
             GIVING CD37I-ROWS-READ.
           MOVE CD37I-ROWS-READ TO CD37I-ROWS-POSTED.
           MOVE WS-NEGATIVE-COUNT TO CD37I-ROWS-REJECTED.
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
