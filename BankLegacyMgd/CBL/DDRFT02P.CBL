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
001300* Program:     DDRFT02P.CBL                                    *
001400* Function:    Monthly outstanding-drafts reconciliation -      *
001500*              every bank draft still outstanding on the        *
001600*              BNKDRAFT register, oldest first with its age in  *
001700*              months, is listed on DRAFTREC.RPT, and the       *
001800*              register's outstanding total is proved against   *
001900*              the drafts-outstanding GL line (20400) built     *
002000*              from the DDRFT01P entries on BNKGLJNL.  Any      *
002100*              difference is printed and counted as a reject on *
002200*              the run log for finance to chase.  Reads only -  *
002300*              nothing on the register or the GL changes.       *
002400*              SQL version - standalone batch step, connects    *
002500*              and disconnects itself.                          *
002600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDRFT02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECRPT.
       01  RECRPT-RECORD                        PIC X(100).

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
                   VALUE "C:\BANK\DATA\DRAFTREC.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REGISTER-TOTAL                 PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-DIFFERENCE                     PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TODAY-MONTHS                   PIC S9(7) COMP-3.
           05  WS-ISSUED-DATE.
               10  WS-ISSUED-YYYY                PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-ISSUED-MM                  PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-ISSUED-DD                  PIC 9(2).
           05  WS-AGE-MONTHS                     PIC S9(5) COMP-3.
           05  WS-TOT-DSP                        PIC -(10)9.99.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).

      *-----------------------------------------------------------------
      * The GL line the register is proved against.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-DRAFTS-OUTSTANDING             PIC 9(5) VALUE 20400.

       01  WS-RPT-LINE.
           05  WS-RL-NUMBER                      PIC 9(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ISSUED                      PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-AGE                         PIC Z(3)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-CURRENCY                    PIC X(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  WS-RL-AMOUNT                      PIC Z(6)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-FROM                        PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-PAYEE                       PIC X(30).

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDF
           END-EXEC.

           COPY CBANKSDFX.

       01  WS-GL-BALANCE                         PIC S9(11)V99 COMP-3.
       01  WS-HOST-GL-ACCOUNT                    PIC S9(5) COMP-3.

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
               PERFORM P100-RUN-RECONCILIATION THRU
                       RUN-RECONCILIATION-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DDRFT02P - unable to connect, reconciliation aborted'
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
      * Drive the run - the register listing first, then the proof
      * against the GL.
      *=================================================================
       P100-RUN-RECONCILIATION.
           OPEN OUTPUT RECRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DDRFT02P - cannot open report, status: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-RECONCILIATION-EXIT
           END-IF.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           COMPUTE WS-TODAY-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM.

           MOVE SPACES TO RECRPT-RECORD.
           STRING 'OUTSTANDING BANK DRAFTS RECONCILIATION AT '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE SPACES TO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE 'NUMBER  ISSUED      AGE   CCY     AMOUNT  PAID BY'
             TO RECRPT-RECORD.
           MOVE 'PAYEE' TO RECRPT-RECORD(54:5).
           WRITE RECRPT-RECORD.

           EXEC SQL
                DECLARE REC_CSR CURSOR FOR
                SELECT DRF_NUMBER, DRF_ISSUED_DTE, DRF_CURRENCY,
                       DRF_AMOUNT, DRF_FUNDING, DRF_FROM_ACC,
                       DRF_PAYEE
                FROM BNKDRAFT
                WHERE DRF_STATUS = 'O'
                ORDER BY DRF_ISSUED_DTE, DRF_NUMBER
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN REC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-DRAFT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE REC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P300-PROVE-TO-GL.

           CLOSE RECRPT.

       RUN-RECONCILIATION-EXIT.
           DISPLAY 'DDRFT02P - reconciliation complete, outstanding: '
                   WS-READ-COUNT ' differences: ' WS-REJECT-COUNT.

       P210-FETCH-DRAFT.
           EXEC SQL
                FETCH REC_CSR
                INTO :DCL-DRF-NUMBER,
                     :DCL-DRF-ISSUED-DTE,
                     :DCL-DRF-CURRENCY,
                     :DCL-DRF-AMOUNT,
                     :DCL-DRF-FUNDING,
                     :DCL-DRF-FROM-ACC,
                     :DCL-DRF-PAYEE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-WRITE-DRAFT-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One outstanding draft - its age is whole calendar months
      * since the month of issue.
      *-----------------------------------------------------------------
       P220-WRITE-DRAFT-LINE.
           ADD 1 TO WS-READ-COUNT.
           ADD DCL-DRF-AMOUNT TO WS-REGISTER-TOTAL.

           MOVE DCL-DRF-ISSUED-DTE TO WS-ISSUED-DATE.
           IF WS-ISSUED-YYYY IS NUMERIC AND WS-ISSUED-MM IS NUMERIC
               COMPUTE WS-AGE-MONTHS = WS-TODAY-MONTHS
                   - (WS-ISSUED-YYYY * 12) - WS-ISSUED-MM
           ELSE
               MOVE ZERO TO WS-AGE-MONTHS
           END-IF.

           MOVE DCL-DRF-NUMBER     TO WS-RL-NUMBER.
           MOVE DCL-DRF-ISSUED-DTE TO WS-RL-ISSUED.
           MOVE WS-AGE-MONTHS      TO WS-RL-AGE.
           MOVE DCL-DRF-CURRENCY   TO WS-RL-CURRENCY.
           MOVE DCL-DRF-AMOUNT     TO WS-RL-AMOUNT.
           IF DCL-DRF-FROM-CASH
               MOVE 'CASH'           TO WS-RL-FROM
           ELSE
               MOVE DCL-DRF-FROM-ACC TO WS-RL-FROM
           END-IF.
           MOVE DCL-DRF-PAYEE      TO WS-RL-PAYEE.

           MOVE WS-RPT-LINE TO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

      *=================================================================
      * The proof - the drafts-outstanding GL line's balance is every
      * credit to it on BNKGLJNL less every debit, and it should equal
      * the register's outstanding total to the cent.
      *=================================================================
       P300-PROVE-TO-GL.
           MOVE GL-DRAFTS-OUTSTANDING TO WS-HOST-GL-ACCOUNT.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN GLJ_DRCR = 'CR'
                                         THEN GLJ_AMOUNT
                                         ELSE 0 - GLJ_AMOUNT
                                    END), 0)
                  INTO :WS-GL-BALANCE
                  FROM BNKGLJNL
                 WHERE GLJ_GL_ACCOUNT = :WS-HOST-GL-ACCOUNT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               MOVE ZERO TO WS-GL-BALANCE
           END-IF.

           COMPUTE WS-DIFFERENCE = WS-REGISTER-TOTAL - WS-GL-BALANCE.

           MOVE SPACES TO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE WS-READ-COUNT     TO WS-CNT-DSP.
           MOVE WS-REGISTER-TOTAL TO WS-TOT-DSP.
           MOVE SPACES TO RECRPT-RECORD.
           STRING 'REGISTER OUTSTANDING: ' DELIMITED BY SIZE
                  WS-CNT-DSP               DELIMITED BY SIZE
                  ' DRAFTS  TOTAL: '       DELIMITED BY SIZE
                  WS-TOT-DSP               DELIMITED BY SIZE
             INTO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE WS-GL-BALANCE TO WS-TOT-DSP.
           MOVE SPACES TO RECRPT-RECORD.
           STRING 'GL 20400 DRAFTS OUTSTANDING BALANCE:  '
                    DELIMITED BY SIZE
                  WS-TOT-DSP DELIMITED BY SIZE
             INTO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE WS-DIFFERENCE TO WS-TOT-DSP.
           MOVE SPACES TO RECRPT-RECORD.
           STRING 'DIFFERENCE:                           '
                    DELIMITED BY SIZE
                  WS-TOT-DSP DELIMITED BY SIZE
             INTO RECRPT-RECORD.
           WRITE RECRPT-RECORD.

           MOVE SPACES TO RECRPT-RECORD.
           IF WS-DIFFERENCE = ZERO
               MOVE 'REGISTER AGREES WITH THE GL' TO RECRPT-RECORD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'OUT OF BALANCE - INVESTIGATE BEFORE MONTH END'
                 TO RECRPT-RECORD
           END-IF.
           WRITE RECRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DDRFT02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Nothing here writes, but the unit of work is settled the
      * same way the other batch steps settle theirs.
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
           MOVE 'DRAFTREC' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'DRAFTREC' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
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
