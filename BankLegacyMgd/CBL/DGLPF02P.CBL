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
001300* Program:     DGLPF02P.CBL                                    *
001400* Function:    Daily subledger-to-GL proof, for finance.  Each  *
001500*              control account's subledger figure is proved     *
001600*              against its balance on the BNKGLBAL store that   *
001700*              DBANK39P's released extract keeps:               *
001800*                customer deposits   - BAC_BALANCE, listed by   *
001900*                                      account type and         *
002000*                                      currency                 *
002100*                loans receivable    - BNKLNPOS principal       *
002200*                drafts outstanding  - BNKDRAFT status 'O'      *
002300*                overdraft interest  - BNKODAC accruals         *
002400*              The first proof of an account the store has not  *
002500*              yet taken on sets it to the subledger figure.    *
002600*              Every difference is kept on the BNKGLDIF review  *
002700*              list with the day it first showed, so the report *
002800*              GLPROOF.RPT gives its age; one that goes away is *
002900*              marked cleared, and one whose amount changes     *
003000*              reopens even if finance had explained it         *
003100*              (DGLPF01P).  A difference still unexplained      *
003200*              fails the proof on the end-of-day console - the  *
003300*              job itself still ends normally.                  *
003400*              SQL version - standalone batch step, connects    *
003500*              and disconnects itself.                          *
003600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DGLPF02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRFRPT.
       01  PRFRPT-RECORD                         PIC X(132).

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
                   VALUE "C:\BANK\DATA\GLPROOF.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-LINE-SUB                       PIC S9(4) COMP.
           05  WS-LINE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DIFF-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DIFF-TOTAL                     PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Age in days on the 360-day serial DQMON01P ages its queues by.
      *-----------------------------------------------------------------
           05  WS-TODAY-SERIAL                   PIC S9(7) COMP-3.
           05  WS-OLD-DATE-X.
               10  WS-OLD-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-OLD-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-OLD-DD                     PIC 9(2).
           05  WS-OLD-SERIAL                     PIC S9(7) COMP-3.
           05  WS-AGE-DAYS                       PIC S9(5) COMP-3.
           05  WS-GL-SIDE                        PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE                     PIC S9(11)V99 COMP-3.
           05  WS-LINE-STATE                     PIC X(10).
           05  WS-CNT-DSP                        PIC Z(6)9.

      *-----------------------------------------------------------------
      * The control accounts proved, each with the side its balance
      * normally sits on - the store holds debits positive, so a
      * credit-side account's balance is turned round before it is
      * compared.  Agreed with finance; same chart as DBANK39P.
      *-----------------------------------------------------------------
       01  WS-PROOF-TABLE.
           05  FILLER  PIC X(27) VALUE '20100CCUSTOMER DEPOSITS    '.
           05  FILLER  PIC X(27) VALUE '12100DLOANS RECEIVABLE     '.
           05  FILLER  PIC X(27) VALUE '20400CDRAFTS OUTSTANDING   '.
           05  FILLER  PIC X(27) VALUE '13100DOVERDRAFT INT ACCRUED'.
       01  WS-PROOF-TABLE-R REDEFINES WS-PROOF-TABLE.
           05  WS-PRF-LINE OCCURS 4 TIMES.
               10  WS-PRF-ACCOUNT                PIC 9(5).
               10  WS-PRF-SIDE                   PIC X(1).
                   88  WS-PRF-DEBIT-SIDE         VALUE 'D'.
               10  WS-PRF-NAME                   PIC X(21).
       01  WS-PRF-FIGURES.
           05  WS-PRF-SUBLEDGER OCCURS 4 TIMES
                                   PIC S9(11)V99 COMP-3.

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-ACCOUNT                       PIC 9(5).
           05  FILLER                            PIC X(2).
           05  RPT-NAME                          PIC X(21).
           05  FILLER                            PIC X(1).
           05  RPT-SUBLEDGER                     PIC Z(10)9.99-.
           05  FILLER                            PIC X(1).
           05  RPT-GL                            PIC Z(10)9.99-.
           05  FILLER                            PIC X(1).
           05  RPT-DIFFERENCE                    PIC Z(10)9.99-.
           05  FILLER                            PIC X(2).
           05  RPT-AGE                           PIC ZZZZ9.
           05  FILLER                            PIC X(2).
           05  RPT-STATE                         PIC X(10).

       01  WS-DEP-LINE.
           05  FILLER                            PIC X(7).
           05  DEP-ACCTYPE                       PIC X(1).
           05  FILLER                            PIC X(4).
           05  DEP-CURRENCY                      PIC X(3).
           05  FILLER                            PIC X(2).
           05  DEP-COUNT                         PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  DEP-BALANCE                       PIC Z(10)9.99-.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSGLX.
           COPY CBANKSGDX.
           COPY CBANKSACX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-STORE-DATE                         PIC X(10).
       01  WS-SQL-COUNT                          PIC S9(9) COMP.
       01  WS-SQL-AMOUNT                         PIC S9(11)V99 COMP-3.
       01  WS-OPEN-COUNT                         PIC S9(9) COMP.

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
               PERFORM P100-RUN-PROOF THRU RUN-PROOF-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DGLPF02P - unable to connect, GL proof aborted'
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
      * Gather every subledger figure first, then prove each control
      * account against the store and close with the verdict.
      *=================================================================
       P100-RUN-PROOF.
           PERFORM P110-BUILD-DATES.

           OPEN OUTPUT PRFRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DGLPF02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-PROOF-EXIT
           END-IF.

           MOVE SPACES TO WS-STORE-DATE.

           EXEC SQL
                SELECT COALESCE(MAX(GLB_LAST_DATE), ' ')
                  INTO :WS-STORE-DATE
                  FROM BNKGLBAL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES TO PRFRPT-RECORD.
           STRING 'SUBLEDGER TO GL PROOF - ' DELIMITED BY SIZE
                  WS-TODAY-DATE              DELIMITED BY SIZE
                  '   GL STORE LAST EXTRACT ' DELIMITED BY SIZE
                  WS-STORE-DATE              DELIMITED BY SIZE
             INTO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.
           MOVE SPACES TO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.

           PERFORM P200-GATHER-SUBLEDGERS.

           IF WS-JOB-HAD-ERROR
               CLOSE PRFRPT
               GO TO RUN-PROOF-EXIT
           END-IF.

           MOVE SPACES TO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.
           MOVE SPACES TO PRFRPT-RECORD.
           STRING 'GL A/C  CONTROL ACCOUNT         '
                    DELIMITED BY SIZE
                  '       SUBLEDGER        GL BALANCE'
                    DELIMITED BY SIZE
                  '        DIFFERENCE    AGE  STATE'
                    DELIMITED BY SIZE
             INTO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.

           PERFORM P300-PROVE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 4 OR WS-JOB-HAD-ERROR.

           IF WS-JOB-HAD-ERROR
               CLOSE PRFRPT
               GO TO RUN-PROOF-EXIT
           END-IF.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-COUNT
                  FROM BNKGLDIF
                 WHERE GLD_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES TO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.
           MOVE SPACES TO PRFRPT-RECORD.
           IF WS-OPEN-COUNT = ZERO
               MOVE 'PROOF PASSED - NO UNEXPLAINED DIFFERENCES'
                 TO PRFRPT-RECORD
           ELSE
               MOVE WS-OPEN-COUNT TO WS-CNT-DSP
               STRING 'PROOF FAILED - UNEXPLAINED DIFFERENCES: '
                        DELIMITED BY SIZE
                      WS-CNT-DSP DELIMITED BY SIZE
                 INTO PRFRPT-RECORD
           END-IF.
           WRITE PRFRPT-RECORD.

           CLOSE PRFRPT.

       RUN-PROOF-EXIT.
           DISPLAY 'DGLPF02P - GL proof complete, accounts proved: '
                   WS-LINE-COUNT ' differences: ' WS-DIFF-COUNT
                   ' unexplained: ' WS-OPEN-COUNT.

       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           COMPUTE WS-TODAY-SERIAL =
               (WS-SYSDATE-YYYY * 360) + (WS-SYSDATE-MM * 30)
               + WS-SYSDATE-DD.

      *=================================================================
      * The subledger side.  Deposits are listed by account type and
      * currency as they are summed; the other books are one total
      * each.
      *=================================================================
       P200-GATHER-SUBLEDGERS.
           MOVE ZERO TO WS-PRF-SUBLEDGER(1) WS-PRF-SUBLEDGER(2)
                        WS-PRF-SUBLEDGER(3) WS-PRF-SUBLEDGER(4).

           MOVE SPACES TO PRFRPT-RECORD.
           MOVE 'CUSTOMER DEPOSITS BY ACCOUNT TYPE AND CURRENCY'
             TO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.
           MOVE SPACES TO PRFRPT-RECORD.
           MOVE '       TYPE CCY    ACCOUNTS           BALANCE'
             TO PRFRPT-RECORD.
           WRITE PRFRPT-RECORD.

           EXEC SQL
                DECLARE DEP_CSR CURSOR FOR
                SELECT BAC_ACCTYPE, BAC_CURRENCY,
                       COUNT(*), SUM(BAC_BALANCE)
                FROM BNKACC
                GROUP BY BAC_ACCTYPE, BAC_CURRENCY
                ORDER BY BAC_ACCTYPE, BAC_CURRENCY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DEP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-DEPOSITS
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE DEP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(LNP_PRIN_OUTSTANDING), 0)
                  INTO :WS-SQL-AMOUNT
                  FROM BNKLNPOS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           MOVE WS-SQL-AMOUNT TO WS-PRF-SUBLEDGER(2).

           EXEC SQL
                SELECT COALESCE(SUM(DRF_AMOUNT), 0)
                  INTO :WS-SQL-AMOUNT
                  FROM BNKDRAFT
                 WHERE DRF_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           MOVE WS-SQL-AMOUNT TO WS-PRF-SUBLEDGER(3).

           EXEC SQL
                SELECT COALESCE(SUM(ODA_ACCRUED), 0)
                  INTO :WS-SQL-AMOUNT
                  FROM BNKODAC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           MOVE WS-SQL-AMOUNT TO WS-PRF-SUBLEDGER(4).

       P210-FETCH-DEPOSITS.
           EXEC SQL
                FETCH DEP_CSR
                INTO :DCL-BAC-ACCTYPE,
                     :DCL-BAC-CURRENCY,
                     :WS-SQL-COUNT,
                     :WS-SQL-AMOUNT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD WS-SQL-AMOUNT   TO WS-PRF-SUBLEDGER(1)
               MOVE SPACES         TO WS-DEP-LINE
               MOVE DCL-BAC-ACCTYPE  TO DEP-ACCTYPE
               MOVE DCL-BAC-CURRENCY TO DEP-CURRENCY
               MOVE WS-SQL-COUNT   TO DEP-COUNT
               MOVE WS-SQL-AMOUNT  TO DEP-BALANCE
               WRITE PRFRPT-RECORD FROM WS-DEP-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One control account against the store.  An account the store
      * has not taken on yet is set to the subledger figure and
      * agrees by definition; otherwise the difference (subledger
      * less GL) goes to the review list.
      *=================================================================
       P300-PROVE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-AGE-DAYS.

           MOVE WS-PRF-ACCOUNT(WS-LINE-SUB) TO DCL-GLB-GL-ACCOUNT.
           MOVE SPACES TO DCL-GLB-TAKEN-ON.

           EXEC SQL
                SELECT GLB_BALANCE, GLB_TAKEN_ON
                  INTO :DCL-GLB-BALANCE, :DCL-GLB-TAKEN-ON
                  FROM BNKGLBAL
                 WHERE GLB_GL_ACCOUNT = :DCL-GLB-GL-ACCOUNT
           END-EXEC.

           IF SQLCODE = +100 OR
              (SQLCODE = ZERO AND NOT DCL-GLB-IS-TAKEN-ON)
               PERFORM P310-TAKE-ON
               MOVE WS-PRF-SUBLEDGER(WS-LINE-SUB) TO WS-GL-SIDE
               MOVE ZERO       TO WS-DIFFERENCE
               MOVE 'TAKEN ON' TO WS-LINE-STATE
           ELSE
               PERFORM P800-ERROR-CHECK
               IF WS-PRF-DEBIT-SIDE(WS-LINE-SUB)
                   MOVE DCL-GLB-BALANCE TO WS-GL-SIDE
               ELSE
                   COMPUTE WS-GL-SIDE = DCL-GLB-BALANCE * -1
               END-IF
               COMPUTE WS-DIFFERENCE =
                   WS-PRF-SUBLEDGER(WS-LINE-SUB) - WS-GL-SIDE
               MOVE 'AGREED'   TO WS-LINE-STATE
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-RECORD-DIFFERENCE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-PRF-ACCOUNT(WS-LINE-SUB)   TO RPT-ACCOUNT.
           MOVE WS-PRF-NAME(WS-LINE-SUB)      TO RPT-NAME.
           MOVE WS-PRF-SUBLEDGER(WS-LINE-SUB) TO RPT-SUBLEDGER.
           MOVE WS-GL-SIDE                    TO RPT-GL.
           MOVE WS-DIFFERENCE                 TO RPT-DIFFERENCE.
           MOVE WS-AGE-DAYS                   TO RPT-AGE.
           MOVE WS-LINE-STATE                 TO RPT-STATE.
           WRITE PRFRPT-RECORD FROM WS-RPT-LINE.

           IF WS-LINE-STATE = 'EXPLAINED'
               MOVE SPACES TO PRFRPT-RECORD
               STRING '       NOTE: ' DELIMITED BY SIZE
                      DCL-GLD-NOTE    DELIMITED BY SIZE
                      ' ('            DELIMITED BY SIZE
                      DCL-GLD-UPDATED-BY DELIMITED BY SIZE
                      ')'             DELIMITED BY SIZE
                 INTO PRFRPT-RECORD
               WRITE PRFRPT-RECORD
           END-IF.

       P310-TAKE-ON.
           IF WS-PRF-DEBIT-SIDE(WS-LINE-SUB)
               MOVE WS-PRF-SUBLEDGER(WS-LINE-SUB) TO DCL-GLB-BALANCE
           ELSE
               COMPUTE DCL-GLB-BALANCE =
                   WS-PRF-SUBLEDGER(WS-LINE-SUB) * -1
           END-IF.

           IF SQLCODE = +100
               MOVE WS-TODAY-DATE TO DCL-GLB-LAST-DATE
               MOVE ZERO          TO DCL-GLB-LAST-MOVE

               EXEC SQL
                    INSERT INTO BNKGLBAL (
                      GLB_GL_ACCOUNT,
                      GLB_BALANCE,
                      GLB_LAST_DATE,
                      GLB_LAST_MOVE,
                      GLB_TAKEN_ON,
                      GLB_UPDATED_TS
                    ) VALUES (
                      :DCL-GLB-GL-ACCOUNT,
                      :DCL-GLB-BALANCE,
                      :DCL-GLB-LAST-DATE,
                      :DCL-GLB-LAST-MOVE,
                      'Y',
                      CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE BNKGLBAL
                       SET GLB_BALANCE    = :DCL-GLB-BALANCE,
                           GLB_TAKEN_ON   = 'Y',
                           GLB_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE GLB_GL_ACCOUNT = :DCL-GLB-GL-ACCOUNT
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The review list.  A control account has at most one live
      * (open or explained) row: a new difference opens one, an
      * unchanged one carries forward as it stands, a changed amount
      * reopens it, and a difference that has gone clears it.
      *=================================================================
       P400-RECORD-DIFFERENCE.
           MOVE WS-PRF-ACCOUNT(WS-LINE-SUB) TO DCL-GLD-GL-ACCOUNT.
           MOVE WS-PRF-SUBLEDGER(WS-LINE-SUB) TO DCL-GLD-SUBLEDGER.
           MOVE WS-GL-SIDE     TO DCL-GLD-GL-BALANCE.
           MOVE WS-TODAY-DATE  TO DCL-GLD-LAST-DATE.

           EXEC SQL
                SELECT GLD_FIRST_DATE, GLD_DIFFERENCE, GLD_STATUS,
                       GLD_NOTE, GLD_UPDATED_BY
                  INTO :DCL-GLD-FIRST-DATE,
                       :DCL-GLD-DIFFERENCE,
                       :DCL-GLD-STATUS,
                       :DCL-GLD-NOTE,
                       :DCL-GLD-UPDATED-BY
                  FROM BNKGLDIF
                 WHERE GLD_GL_ACCOUNT = :DCL-GLD-GL-ACCOUNT
                   AND GLD_STATUS IN ('O', 'E')
           END-EXEC.

           IF SQLCODE = +100
               IF WS-DIFFERENCE NOT = ZERO
                   PERFORM P410-OPEN-DIFFERENCE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
               IF NOT WS-JOB-HAD-ERROR
                   PERFORM P420-CARRY-DIFFERENCE
               END-IF
           END-IF.

           IF WS-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-DIFF-COUNT
               IF WS-DIFFERENCE < ZERO
                   SUBTRACT WS-DIFFERENCE FROM WS-DIFF-TOTAL
               ELSE
                   ADD WS-DIFFERENCE TO WS-DIFF-TOTAL
               END-IF
           END-IF.

       P410-OPEN-DIFFERENCE.
           MOVE WS-TODAY-DATE TO DCL-GLD-FIRST-DATE.
           MOVE WS-DIFFERENCE TO DCL-GLD-DIFFERENCE.
           MOVE 'O'           TO DCL-GLD-STATUS.
           MOVE SPACES        TO DCL-GLD-NOTE DCL-GLD-UPDATED-BY.

           EXEC SQL
                INSERT INTO BNKGLDIF (
                  GLD_GL_ACCOUNT,
                  GLD_FIRST_DATE,
                  GLD_LAST_DATE,
                  GLD_SUBLEDGER,
                  GLD_GL_BALANCE,
                  GLD_DIFFERENCE,
                  GLD_STATUS,
                  GLD_NOTE,
                  GLD_UPDATED_BY,
                  GLD_UPDATED_TS
                ) VALUES (
                  :DCL-GLD-GL-ACCOUNT,
                  :DCL-GLD-FIRST-DATE,
                  :DCL-GLD-LAST-DATE,
                  :DCL-GLD-SUBLEDGER,
                  :DCL-GLD-GL-BALANCE,
                  :DCL-GLD-DIFFERENCE,
                  :DCL-GLD-STATUS,
                  :DCL-GLD-NOTE,
                  :DCL-GLD-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE 'OPEN' TO WS-LINE-STATE.

       P420-CARRY-DIFFERENCE.
           MOVE DCL-GLD-FIRST-DATE TO WS-OLD-DATE-X.
           COMPUTE WS-OLD-SERIAL =
               (WS-OLD-YYYY * 360) + (WS-OLD-MM * 30)
               + WS-OLD-DD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-OLD-SERIAL.

           EVALUATE TRUE
               WHEN WS-DIFFERENCE = ZERO
                   MOVE 'C'         TO DCL-GLD-STATUS
                   MOVE 'CLEARED'   TO WS-LINE-STATE
               WHEN WS-DIFFERENCE = DCL-GLD-DIFFERENCE
                   IF DCL-GLD-EXPLAINED
                       MOVE 'EXPLAINED' TO WS-LINE-STATE
                   ELSE
                       MOVE 'OPEN'      TO WS-LINE-STATE
                   END-IF
               WHEN DCL-GLD-EXPLAINED
                   MOVE WS-DIFFERENCE TO DCL-GLD-DIFFERENCE
                   MOVE 'O'         TO DCL-GLD-STATUS
                   MOVE 'REOPENED'  TO WS-LINE-STATE
               WHEN OTHER
                   MOVE WS-DIFFERENCE TO DCL-GLD-DIFFERENCE
                   MOVE 'OPEN'      TO WS-LINE-STATE
           END-EVALUATE.

           EXEC SQL
                UPDATE BNKGLDIF
                   SET GLD_LAST_DATE  = :DCL-GLD-LAST-DATE,
                       GLD_SUBLEDGER  = :DCL-GLD-SUBLEDGER,
                       GLD_GL_BALANCE = :DCL-GLD-GL-BALANCE,
                       GLD_DIFFERENCE = :DCL-GLD-DIFFERENCE,
                       GLD_STATUS     = :DCL-GLD-STATUS,
                       GLD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GLD_GL_ACCOUNT = :DCL-GLD-GL-ACCOUNT
                   AND GLD_STATUS IN ('O', 'E')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DGLPF02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole run as one unit of work, or roll it all
      * back if any part of it failed.
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
           MOVE 'GLPROOF ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'GLPROOF ' TO CD37I-JOB.
           MOVE WS-LINE-COUNT TO CD37I-ROWS-READ.
           MOVE WS-DIFF-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-OPEN-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-DIFF-TOTAL TO CD37I-AMOUNT-POSTED.
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
