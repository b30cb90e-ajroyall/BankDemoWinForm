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
001300* Program:     DBILL02P.CBL                                    *
001400* Function:    Nightly bill remittance - every biller with      *
001500*              pending BNKBILLP payments gets one consolidated  *
001600*              remittance file RMT<biller code>.DAT and one     *
001700*              credit to its remittance account for the total.  *
001800*              Layout of the file (fixed, one record per line): *
001900*                'H' + biller code (8) + biller name (30)       *
002000*                      + remittance date YYYY-MM-DD (10)        *
002100*                'D' + customer reference (20) + amount         *
002200*                      9(9)V99 (11 digits, no point) + payment  *
002300*                      reference (21) + paying account (9)      *
002400*                'T' + item count 9(5) + file total 9(9)V99     *
002500*              Each payment written is marked remitted with     *
002600*              today's date, the credit posts through DBANK04P  *
002700*              (to-only leg) and DBANK06P like any other, and   *
002800*              BILLREMT.RPT lists each biller's count and total.*
002900*              The whole run is one unit of work - committed    *
003000*              through DBANK17P or rolled back whole through    *
003100*              DBANK18P, so a payment is never marked remitted  *
003200*              without the biller being paid.                   *
003300*              SQL version - standalone batch step, connects    *
003400*              and disconnects itself.                          *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBILL02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMTFILE ASSIGN TO DYNAMIC WS-RMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-STATUS.

           SELECT RMTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RMTFILE.
       01  RMTFILE-RECORD                       PIC X(80).
       01  RMT-HEADER REDEFINES RMTFILE-RECORD.
           05  RMT-H-TYPE                       PIC X(1).
           05  RMT-H-BILLER                     PIC X(8).
           05  RMT-H-NAME                       PIC X(30).
           05  RMT-H-DATE                       PIC X(10).
           05  FILLER                           PIC X(31).
       01  RMT-DETAIL REDEFINES RMTFILE-RECORD.
           05  RMT-D-TYPE                       PIC X(1).
           05  RMT-D-CUST-REF                   PIC X(20).
           05  RMT-D-AMOUNT                     PIC 9(9)V99.
           05  RMT-D-PAY-REF                    PIC X(21).
           05  RMT-D-FROM-ACC                   PIC X(9).
           05  FILLER                           PIC X(18).
       01  RMT-TRAILER REDEFINES RMTFILE-RECORD.
           05  RMT-T-TYPE                       PIC X(1).
           05  RMT-T-COUNT                      PIC 9(5).
           05  RMT-T-TOTAL                      PIC 9(9)V99.
           05  FILLER                           PIC X(63).

       FD  RMTRPT.
       01  RMTRPT-RECORD                        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-RMT-FILENAME                   PIC X(75).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\BILLREMT.RPT".
           05  WS-RMT-STATUS                     PIC X(2).
               88  WS-RMT-OK                     VALUE "00".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REMIT-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RUN-TOTAL                      PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-BILL-COUNT                     PIC S9(5) COMP-3.
           05  WS-BILL-TOTAL                     PIC S9(9)V99 COMP-3.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * The billers with payments waiting, loaded before any file is
      * written so each biller's payments can be read on their own.
      *-----------------------------------------------------------------
           05  WS-BILLER-COUNT                   PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-BILLER-TABLE.
               10  WS-BILLER OCCURS 200 TIMES.
                   15  WS-BLR-CODE               PIC X(8).
                   15  WS-BLR-NAME               PIC X(30).
                   15  WS-BLR-REMIT-ACC          PIC X(9).

       01  WS-RPT-LINE.
           05  WS-RL-CODE                        PIC X(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NAME                        PIC X(30).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-COUNT                       PIC Z(4)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-TOTAL                       PIC Z(8)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-REMIT-ACC                   PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                        PIC X(25).

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC37.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBP
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSBLX.
           COPY CBANKSBPX.

       01  WS-TODAY-DATE                         PIC X(10).

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
               PERFORM P100-RUN-REMITTANCE THRU RUN-REMITTANCE-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DBILL02P - unable to connect, remittance aborted'
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
      * One file and one credit per biller, then the run total on the
      * summary report.
      *=================================================================
       P100-RUN-REMITTANCE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           OPEN OUTPUT RMTRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DBILL02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REMITTANCE-EXIT
           END-IF.

           MOVE SPACES TO RMTRPT-RECORD.
           STRING 'BILL PAYMENT REMITTANCE - ' DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
             INTO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.
           MOVE SPACES TO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.
           MOVE 'BILLER    NAME                            ITEMS
      -         '        TOTAL  REMIT ACC' TO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.

           PERFORM P110-LOAD-BILLERS.

           PERFORM P200-REMIT-BILLER THRU REMIT-BILLER-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-BILLER-COUNT
                  OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.
           MOVE SPACES            TO WS-RPT-LINE.
           MOVE 'RUN TOTAL'       TO WS-RL-NAME.
           MOVE WS-REMIT-COUNT    TO WS-RL-COUNT.
           MOVE WS-RUN-TOTAL      TO WS-RL-TOTAL.
           IF WS-JOB-HAD-ERROR
               MOVE 'NOT REMITTED - ROLLED BACK' TO WS-RL-NOTE
           END-IF.
           MOVE WS-RPT-LINE       TO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.

           CLOSE RMTRPT.

           DISPLAY 'DBILL02P - remittance complete, payments: '
                   WS-REMIT-COUNT.

       RUN-REMITTANCE-EXIT.
           EXIT.

      *=================================================================
      * Every biller with a pending payment - retired billers included,
      * a payment queued before the biller was retired is still owed.
      *=================================================================
       P110-LOAD-BILLERS.
           EXEC SQL
                DECLARE BLR_CSR CURSOR FOR
                SELECT BLR_CODE, BLR_NAME, BLR_REMIT_ACC
                FROM BNKBILLR
                WHERE EXISTS
                      (SELECT 1 FROM BNKBILLP
                        WHERE BLP_BILLER = BLR_CODE
                          AND BLP_STATUS = 'P')
                ORDER BY BLR_CODE
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BLR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-BILLER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-BILLER-COUNT = 200.

           EXEC SQL
                CLOSE BLR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-BILLER.
           EXEC SQL
                FETCH BLR_CSR
                INTO :DCL-BLR-CODE,
                     :DCL-BLR-NAME,
                     :DCL-BLR-REMIT-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-BILLER-COUNT
               MOVE DCL-BLR-CODE      TO WS-BLR-CODE(WS-BILLER-COUNT)
               MOVE DCL-BLR-NAME      TO WS-BLR-NAME(WS-BILLER-COUNT)
               MOVE DCL-BLR-REMIT-ACC
                 TO WS-BLR-REMIT-ACC(WS-BILLER-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One biller - the remittance file, header to trailer, each
      * payment marked remitted as it is written, then the one credit
      * for the file total.
      *=================================================================
       P200-REMIT-BILLER.
           MOVE SPACES TO WS-RMT-FILENAME.
           STRING 'C:\BANK\DATA\RMT'   DELIMITED BY SIZE
                  WS-BLR-CODE(WS-SUB1) DELIMITED BY SPACE
                  '.DAT'               DELIMITED BY SIZE
             INTO WS-RMT-FILENAME.

           OPEN OUTPUT RMTFILE.

           IF NOT WS-RMT-OK
               DISPLAY 'DBILL02P - cannot open remittance file: '
                       WS-RMT-STATUS ' ' WS-BLR-CODE(WS-SUB1)
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO REMIT-BILLER-EXIT
           END-IF.

           MOVE SPACES               TO RMTFILE-RECORD.
           MOVE 'H'                  TO RMT-H-TYPE.
           MOVE WS-BLR-CODE(WS-SUB1) TO RMT-H-BILLER.
           MOVE WS-BLR-NAME(WS-SUB1) TO RMT-H-NAME.
           MOVE WS-TODAY-DATE        TO RMT-H-DATE.
           WRITE RMTFILE-RECORD.

           MOVE ZERO TO WS-BILL-COUNT WS-BILL-TOTAL.
           MOVE WS-BLR-CODE(WS-SUB1) TO DCL-BLP-BILLER.

           EXEC SQL
                DECLARE BLP_CSR CURSOR FOR
                SELECT BLP_REF, BLP_CUST_REF, BLP_AMOUNT,
                       BLP_FROM_ACC
                FROM BNKBILLP
                WHERE BLP_BILLER = :DCL-BLP-BILLER
                  AND BLP_STATUS = 'P'
                ORDER BY BLP_REF
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BLP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-PAYMENT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE BLP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES        TO RMTFILE-RECORD.
           MOVE 'T'           TO RMT-T-TYPE.
           MOVE WS-BILL-COUNT TO RMT-T-COUNT.
           MOVE WS-BILL-TOTAL TO RMT-T-TOTAL.
           WRITE RMTFILE-RECORD.

           CLOSE RMTFILE.

           IF WS-JOB-HAD-ERROR OR WS-BILL-COUNT = ZERO
               GO TO REMIT-BILLER-EXIT
           END-IF.

           PERFORM P220-CREDIT-BILLER THRU CREDIT-BILLER-EXIT.

           ADD WS-BILL-COUNT TO WS-REMIT-COUNT.
           ADD WS-BILL-TOTAL TO WS-RUN-TOTAL.

           MOVE SPACES                    TO WS-RPT-LINE.
           MOVE WS-BLR-CODE(WS-SUB1)      TO WS-RL-CODE.
           MOVE WS-BLR-NAME(WS-SUB1)      TO WS-RL-NAME.
           MOVE WS-BILL-COUNT             TO WS-RL-COUNT.
           MOVE WS-BILL-TOTAL             TO WS-RL-TOTAL.
           MOVE WS-BLR-REMIT-ACC(WS-SUB1) TO WS-RL-REMIT-ACC.
           IF WS-JOB-HAD-ERROR
               MOVE 'CREDIT FAILED'       TO WS-RL-NOTE
           END-IF.
           MOVE WS-RPT-LINE               TO RMTRPT-RECORD.
           WRITE RMTRPT-RECORD.

       REMIT-BILLER-EXIT.
           EXIT.

       P210-FETCH-PAYMENT.
           EXEC SQL
                FETCH BLP_CSR
                INTO :DCL-BLP-REF,
                     :DCL-BLP-CUST-REF,
                     :DCL-BLP-AMOUNT,
                     :DCL-BLP-FROM-ACC
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
               PERFORM P800-ERROR-CHECK
           ELSE
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-BILL-COUNT
               ADD DCL-BLP-AMOUNT TO WS-BILL-TOTAL

               MOVE SPACES           TO RMTFILE-RECORD
               MOVE 'D'              TO RMT-D-TYPE
               MOVE DCL-BLP-CUST-REF TO RMT-D-CUST-REF
               MOVE DCL-BLP-AMOUNT   TO RMT-D-AMOUNT
               MOVE DCL-BLP-REF      TO RMT-D-PAY-REF
               MOVE DCL-BLP-FROM-ACC TO RMT-D-FROM-ACC
               WRITE RMTFILE-RECORD

               MOVE WS-TODAY-DATE    TO DCL-BLP-REMIT-DATE

               EXEC SQL
                    UPDATE BNKBILLP
                       SET BLP_STATUS      = 'R',
                           BLP_REMIT_DATE  = :DCL-BLP-REMIT-DATE
                     WHERE BLP_REF    = :DCL-BLP-REF
                       AND BLP_STATUS = 'P'
               END-EXEC

               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * The one credit for the file total to the biller's remittance
      * account - to-only leg, one retry off the refreshed balance if
      * another posting beat it to the optimistic lock.
      *=================================================================
       P220-CREDIT-BILLER.
           IF WS-BILL-TOTAL > 9999999.99
               DISPLAY 'DBILL02P - remittance total too large for '
                       WS-BLR-CODE(WS-SUB1)
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO CREDIT-BILLER-EXIT
           END-IF.

           MOVE WS-BLR-REMIT-ACC(WS-SUB1) TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'DBILL02P - remittance account not on file '
                       DCL-BAC-ACCNO
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO CREDIT-BILLER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO CREDIT-BILLER-EXIT
           END-IF.

           MOVE SPACES        TO CD04-DATA BANK-ERRMSG GOOD-ERRMSG.
           MOVE DCL-BAC-PID   TO CD04I-PERSON-PID.
           SET CD04I-TO-ONLY  TO TRUE.
           MOVE DCL-BAC-ACCNO TO CD04I-TO-ACC.
           MOVE DCL-BAC-BALANCE TO CD04I-TO-OLD-BAL.
           COMPUTE CD04I-TO-NEW-BAL =
               DCL-BAC-BALANCE + WS-BILL-TOTAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG = SPACES AND CD04O-RETRY-NEEDED
               MOVE CD04O-TO-CUR-BAL TO CD04I-TO-OLD-BAL
               COMPUTE CD04I-TO-NEW-BAL =
                   CD04O-TO-CUR-BAL + WS-BILL-TOTAL
               MOVE SPACES TO CD04O-RETRY-FLAG CD04O-RETRY-LEG
               CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG
           END-IF.

           IF BANK-ERRMSG NOT = SPACES OR CD04O-RETRY-NEEDED
               DISPLAY 'DBILL02P - remittance credit failed for '
                       WS-BLR-CODE(WS-SUB1)
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO CREDIT-BILLER-EXIT
           END-IF.

           MOVE SPACES        TO CD06-DATA BANK-ERRMSG GOOD-ERRMSG.
           MOVE DCL-BAC-PID   TO CD06I-PERSON-PID.
           SET CD06I-LEDGER   TO TRUE.
           MOVE 'B'           TO CD06I-CATEGORY.
           MOVE DCL-BAC-ACCNO TO CD06I-FROM-ACC.
           MOVE WS-BILL-TOTAL TO CD06I-FROM-AMOUNT.
           MOVE SPACES        TO CD06I-FROM-DESC.
           STRING 'Bill remittance '   DELIMITED BY SIZE
                  WS-BLR-CODE(WS-SUB1) DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       CREDIT-BILLER-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DBILL02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * All or nothing - a payment is marked remitted only when its
      * biller has been paid.
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
           MOVE 'BILLREMT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'BILLREMT' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-REMIT-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-RUN-TOTAL TO CD37I-AMOUNT-POSTED.
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
