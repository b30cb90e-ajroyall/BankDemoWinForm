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
001300* Program:     DPURG02P.CBL                                    *
001400* Function:    Annual personal-data purge for closed            *
001500*              relationships, job PDPURGE, run on the           *
001600*              operations calendar.  A customer qualifies once  *
001700*              every account they own or hold is closed; the    *
001800*              relationship closed on the latest BAC_CLOSE_DATE *
001900*              of the accounts they own.  Each data class on    *
002000*              the DPURG01P retention rules is purged once its  *
002100*              keep period after that date has run:             *
002200*                PROFILE  - the BNKCUST record is anonymised;   *
002300*                           the PID stays as a bare key so the  *
002400*                           accounts and transactions the       *
002500*                           regulator requires are kept, but    *
002600*                           name no one                         *
002700*                ADDRHIST - BNKCADT/BNKCADTH addresses blanked  *
002800*                LOGINAUD - BNKLOGA/BNKLOGAH workstation blanked*
002900*                CONTACT  - BNKCLOG notes deleted               *
003000*                STMT     - BNKSTMT statement lines deleted     *
003100*              The two hash-chained tables keep their rows and  *
003200*              links; each purged row is stamped with the       *
003300*              certificate number, which DHASH02P accepts only  *
003400*              when it is on the BNKPURGE register.  Nobody is  *
003500*              purged while under an active DLHLD01P legal hold *
003600*              (customer or any account), an open DCASE01P      *
003700*              case, an open BNKDSPT dispute or an open subject *
003800*              access request; staff sign-ons are never         *
003900*              purged.  Each class purged goes on BNKPURGE,     *
004000*              so it is never purged twice, and each customer   *
004100*              is one unit of work with its BNKMADT audit row.  *
004200*              With no parameter the run is a preview - the     *
004300*              report shows what would go and nothing changes.  *
004400*              'EXECUTE' on the command line destroys, under    *
004500*              certificate 'CD' + run date, and PDPURGE.RPT is  *
004600*              the certificate of destruction (restricted,      *
004700*              long-term keep).                                 *
004800*              SQL version - standalone batch step, connects    *
004900*              and disconnects itself.                          *
005000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPURG02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDPURGERPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDPURGERPT.
       01  PDPURGERPT-RECORD                     PIC X(132).

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
                   VALUE "C:\BANK\DATA\PDPURGE.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RUN-PARM                       PIC X(10).
           05  WS-RUN-MODE-SW                    PIC X(1) VALUE 'P'.
               88  WS-PREVIEW-RUN                VALUE 'P'.
               88  WS-EXECUTE-RUN                VALUE 'E'.
           05  WS-RULES-ERRMSG                   PIC X(65).
           05  WS-RULES-GOODMSG                  PIC X(65).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-CUST-SUB                       PIC S9(4) COMP.
           05  WS-RULE-SUB                       PIC S9(4) COMP.
           05  WS-SKIP-REASON                    PIC X(30).
           05  WS-CUST-PURGED-SW                 PIC X(1).
               88  WS-CUST-PURGED                VALUE 'Y'.
           05  WS-CLASS-LIST                     PIC X(45).
           05  WS-CLASS-PTR                      PIC S9(4) COMP.
           05  WS-EXPIRY-YEAR                    PIC 9(4).
           05  WS-CLASS-ROWS                     PIC S9(9) COMP-3.
           05  WS-CUST-COUNT-DSP                 PIC 9(5).
           05  WS-PURGED-CUSTS                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIPPED-CUSTS                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CLASSES-PURGED                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ROWS-PURGED                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.
           05  WS-ROWS-DSP                       PIC Z(8)9.
           05  WS-YEARS-DSP                      PIC ZZ9.

      *-----------------------------------------------------------------
      * The closed relationships, read in full before any is purged.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CUST-PID                   PIC X(5).
               10  WS-CUST-CLOSED                PIC X(10).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-CLASS                         PIC X(8).
           05  FILLER                            PIC X(2).
           05  RPT-CLOSED                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-EXPIRED                       PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(14).
           05  FILLER                            PIC X(2).
           05  RPT-ROWS                          PIC Z(8)9.
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(40).

       01  WS-RULE-LINE.
           05  FILLER                            PIC X(2).
           05  RUL-CLASS                         PIC X(8).
           05  FILLER                            PIC X(2).
           05  RUL-DESC                          PIC X(30).
           05  FILLER                            PIC X(2).
           05  RUL-YEARS                         PIC ZZ9.
           05  FILLER                            PIC X(7).
           05  RUL-ACTION                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RUL-BASIS                         PIC X(30).
           05  FILLER                            PIC X(2).
           05  RUL-SOURCE                        PIC X(8).

           COPY CPURG01.
           COPY CBANKVC74.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPG
           END-EXEC.

           COPY CBANKSPGX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CERT-NO                            PIC X(10).
       01  WS-PURGE-MARK                         PIC X(20).
       01  WS-FETCH-PID                          PIC X(5).
       01  WS-FETCH-CLOSED                       PIC X(10).
       01  WS-PID                                PIC X(5).
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-ROW-COUNT2                         PIC S9(9) COMP.

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
               PERFORM P100-RUN-PURGE THRU RUN-PURGE-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DPURG02P - unable to connect, purge aborted'
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
      * The rules in force, the closed relationships, then each
      * customer in turn.
      *=================================================================
       P100-RUN-PURGE.
           PERFORM P110-BUILD-TODAY.

           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.

           IF WS-RUN-PARM = 'EXECUTE'
               SET WS-EXECUTE-RUN TO TRUE
           ELSE
               SET WS-PREVIEW-RUN TO TRUE
           END-IF.

           MOVE SPACES TO WS-CERT-NO WS-PURGE-MARK.
           STRING 'CD'                DELIMITED BY SIZE
                  WS-SYSDATE-YYYYMMDD DELIMITED BY SIZE
             INTO WS-CERT-NO.
           STRING 'PURGED '           DELIMITED BY SIZE
                  WS-CERT-NO          DELIMITED BY SIZE
             INTO WS-PURGE-MARK.

           OPEN OUTPUT PDPURGERPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DPURG02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-PURGE-EXIT
           END-IF.

           MOVE SPACES TO PDPURGERPT-RECORD.
           IF WS-EXECUTE-RUN
               STRING 'CERTIFICATE OF DESTRUCTION '
                        DELIMITED BY SIZE
                      WS-CERT-NO    DELIMITED BY SIZE
                      ' - PERSONAL DATA OF CLOSED RELATIONSHIPS '
                        DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      '   *** RESTRICTED ***' DELIMITED BY SIZE
                 INTO PDPURGERPT-RECORD
           ELSE
               STRING 'PERSONAL-DATA PURGE PREVIEW '
                        DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      ' - NOTHING HAS BEEN DESTROYED'
                        DELIMITED BY SIZE
                      '   *** RESTRICTED ***' DELIMITED BY SIZE
                 INTO PDPURGERPT-RECORD
           END-IF.
           WRITE PDPURGERPT-RECORD.

           PERFORM P120-LOAD-RULES.

           IF WS-JOB-HAD-ERROR
               CLOSE PDPURGERPT
               GO TO RUN-PURGE-EXIT
           END-IF.

           MOVE SPACES TO PDPURGERPT-RECORD.
           WRITE PDPURGERPT-RECORD.
           MOVE SPACES TO PDPURGERPT-RECORD.
           STRING 'PID    CLASS     CLOSED      EXPIRED     '
                    DELIMITED BY SIZE
                  'ACTION                 ROWS  NOTE'
                    DELIMITED BY SIZE
             INTO PDPURGERPT-RECORD.
           WRITE PDPURGERPT-RECORD.

           PERFORM P150-LOAD-CUSTOMERS.

           IF WS-JOB-HAD-ERROR
               CLOSE PDPURGERPT
               GO TO RUN-PURGE-EXIT
           END-IF.

           PERFORM P200-ONE-CUSTOMER THRU ONE-CUSTOMER-EXIT
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE PDPURGERPT.

           DISPLAY 'DPURG02P - purge complete, customers purged: '
                   WS-PURGED-CUSTS ' skipped: ' WS-SKIPPED-CUSTS
                   ' rows: ' WS-ROWS-PURGED.

       RUN-PURGE-EXIT.
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
      * The retention rules in force, printed at the head of the
      * certificate so it shows the periods the run applied.
      *-----------------------------------------------------------------
       P120-LOAD-RULES.
           MOVE SPACES TO PURG01-DATA WS-RULES-ERRMSG WS-RULES-GOODMSG.
           SET PURG01I-LIST TO TRUE.

           CALL 'DPURG01P' USING BY REFERENCE PURG01-DATA
                                 BY REFERENCE WS-RULES-ERRMSG
                                 BY REFERENCE WS-RULES-GOODMSG.

           IF WS-RULES-ERRMSG NOT = SPACES
               DISPLAY 'DPURG02P - ' WS-RULES-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES TO PDPURGERPT-RECORD
               WRITE PDPURGERPT-RECORD
               MOVE 'RETENTION RULES APPLIED' TO PDPURGERPT-RECORD
               WRITE PDPURGERPT-RECORD
               PERFORM P125-PRINT-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > PURG01O-CLASS-COUNT
           END-IF.

       P125-PRINT-RULE.
           MOVE SPACES                           TO WS-RULE-LINE.
           MOVE PURG01O-R-CLASS(WS-RULE-SUB)     TO RUL-CLASS.
           MOVE PURG01O-R-DESC(WS-RULE-SUB)      TO RUL-DESC.
           MOVE PURG01O-R-KEEP-YEARS(WS-RULE-SUB) TO RUL-YEARS.
           MOVE PURG01O-R-BASIS(WS-RULE-SUB)     TO RUL-BASIS.
           IF PURG01O-R-ANONYMISE(WS-RULE-SUB)
               MOVE 'ANONYMISE' TO RUL-ACTION
           ELSE
               MOVE 'DELETE'    TO RUL-ACTION
           END-IF.
           IF PURG01O-R-ON-TABLE(WS-RULE-SUB)
               MOVE 'RULE'      TO RUL-SOURCE
           ELSE
               MOVE 'DEFAULT'   TO RUL-SOURCE
           END-IF.
           WRITE PDPURGERPT-RECORD FROM WS-RULE-LINE.

      *-----------------------------------------------------------------
      * Customers with nothing left open - every account they own
      * closed and no open account they hold with someone else - and
      * not a staff sign-on.
      *-----------------------------------------------------------------
       P150-LOAD-CUSTOMERS.
           EXEC SQL
                DECLARE PRGC_CSR CURSOR FOR
                SELECT A.BAC_PID,
                       COALESCE(CHAR(MAX(A.BAC_CLOSE_DATE)), ' ')
                FROM BNKACC A
                WHERE NOT EXISTS
                      (SELECT 1 FROM BNKACC B
                        WHERE B.BAC_PID = A.BAC_PID
                          AND B.BAC_STATUS <> 'C')
                  AND NOT EXISTS
                      (SELECT 1 FROM BNKACCHLD H, BNKACC C
                        WHERE H.ACH_PID   = A.BAC_PID
                          AND C.BAC_ACCNO = H.ACH_ACCNO
                          AND C.BAC_STATUS <> 'C')
                  AND NOT EXISTS
                      (SELECT 1 FROM BNKCUST S
                        WHERE S.BCS_PID = A.BAC_PID
                          AND S.BCS_ROLE IN ('A', 'S', 'V', 'C', 'X'))
                GROUP BY A.BAC_PID
                ORDER BY A.BAC_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PRGC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PRGC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-CUSTOMER.
           EXEC SQL
                FETCH PRGC_CSR
                INTO :WS-FETCH-PID, :WS-FETCH-CLOSED
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P190-ADD-CUSTOMER
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P190-ADD-CUSTOMER.
      *    An account closed before close dates were kept gives no
      *    date to run the periods from - it is left, never guessed.
           IF WS-FETCH-CLOSED = SPACES
               CONTINUE
           ELSE
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-FETCH-PID    TO WS-CUST-PID(WS-CUST-COUNT)
                   MOVE WS-FETCH-CLOSED TO WS-CUST-CLOSED(WS-CUST-COUNT)
               ELSE
      *            The rest are picked up on the next run.
                   DISPLAY 'DPURG02P - over 5000 customers, '
                           WS-FETCH-PID ' left for the next run'
               END-IF
           END-IF.

      *=================================================================
      * One customer - nothing while anything still needs their data,
      * otherwise each class whose period has run, as one unit of
      * work with its audit row.
      *=================================================================
       P200-ONE-CUSTOMER.
           MOVE WS-CUST-PID(WS-CUST-SUB) TO WS-PID.
           MOVE SPACES TO WS-SKIP-REASON.

           PERFORM P210-CHECK-RESTRICTIONS.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-CUSTOMER-EXIT
           END-IF.

           IF WS-SKIP-REASON NOT = SPACES
               PERFORM P220-REPORT-SKIP
               GO TO ONE-CUSTOMER-EXIT
           END-IF.

           MOVE 'N'    TO WS-CUST-PURGED-SW.
           MOVE SPACES TO WS-CLASS-LIST.
           MOVE 1      TO WS-CLASS-PTR.

           PERFORM P300-ONE-CLASS THRU ONE-CLASS-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > PURG01O-CLASS-COUNT
                  OR WS-JOB-HAD-ERROR.

           IF NOT WS-CUST-PURGED OR WS-JOB-HAD-ERROR
               GO TO ONE-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-PURGED-CUSTS.

           IF WS-PREVIEW-RUN
               GO TO ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM P280-WRITE-AUDIT.

           IF NOT WS-JOB-HAD-ERROR
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

       ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Legal hold on the customer or any account they own, an open
      * case, an open dispute or an open subject access request - the
      * data is still needed and nothing is touched.
      *-----------------------------------------------------------------
       P210-CHECK-RESTRICTIONS.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKLHOLD
                 WHERE LHD_STATUS = 'A'
                   AND ((LHD_TYPE = 'C' AND LHD_KEY = :WS-PID)
                     OR (LHD_TYPE = 'A' AND LHD_KEY IN
                           (SELECT BAC_ACCNO FROM BNKACC
                             WHERE BAC_PID = :WS-PID)))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-ROW-COUNT > ZERO
               MOVE 'Active legal hold' TO WS-SKIP-REASON
           END-IF.

           IF WS-SKIP-REASON = SPACES AND NOT WS-JOB-HAD-ERROR
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKCASE
                     WHERE CSE_PID    = :WS-PID
                       AND CSE_STATUS = 'O'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-ROW-COUNT > ZERO
                   MOVE 'Open suspicious-activity case'
                     TO WS-SKIP-REASON
               END-IF
           END-IF.

           IF WS-SKIP-REASON = SPACES AND NOT WS-JOB-HAD-ERROR
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKDSPT
                     WHERE DSP_PID = :WS-PID
                       AND DSP_STATUS IN ('O', 'I', 'C')
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-ROW-COUNT > ZERO
                   MOVE 'Open dispute' TO WS-SKIP-REASON
               END-IF
           END-IF.

           IF WS-SKIP-REASON = SPACES AND NOT WS-JOB-HAD-ERROR
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKDSAR
                     WHERE DSR_PID    = :WS-PID
                       AND DSR_STATUS = 'O'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-ROW-COUNT > ZERO
                   MOVE 'Open subject access request'
                     TO WS-SKIP-REASON
               END-IF
           END-IF.

       P220-REPORT-SKIP.
           ADD 1 TO WS-SKIPPED-CUSTS.
           MOVE SPACES                      TO WS-RPT-LINE.
           MOVE WS-PID                      TO RPT-PID.
           MOVE 'ALL'                       TO RPT-CLASS.
           MOVE WS-CUST-CLOSED(WS-CUST-SUB) TO RPT-CLOSED.
           MOVE 'SKIPPED'                   TO RPT-ACTION.
           MOVE ZERO                        TO RPT-ROWS.
           MOVE WS-SKIP-REASON              TO RPT-NOTE.
           WRITE PDPURGERPT-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * The customer's audit row - which classes went, under which
      * certificate.  No before image: it would be the very data
      * being destroyed.
      *-----------------------------------------------------------------
       P280-WRITE-AUDIT.
           MOVE SPACES       TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'BATCH'      TO CD74I-USERID.
           MOVE 'DPURG02P'   TO CD74I-PROGRAM.
           MOVE 'BNKCUST'    TO CD74I-TABLE.
           MOVE WS-PID       TO CD74I-KEY.
           MOVE 'P'          TO CD74I-ACTION.
           STRING 'PURGED UNDER '   DELIMITED BY SIZE
                  WS-CERT-NO        DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  WS-CLASS-LIST     DELIMITED BY SIZE
             INTO CD74I-AFTER.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               DISPLAY 'DPURG02P - ' WS-AUDIT-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * One class for one customer - due once the relationship has
      * been closed for its keep period (29 February runs to the
      * 28th), and only if it is not on the register already.
      *=================================================================
       P300-ONE-CLASS.
           MOVE WS-CUST-CLOSED(WS-CUST-SUB) TO DCL-PRG-CLOSED-DATE
                                               DCL-PRG-EXPIRY-DATE.
           MOVE DCL-PRG-CLOSED-DATE(1:4) TO WS-EXPIRY-YEAR.
           ADD PURG01O-R-KEEP-YEARS(WS-RULE-SUB) TO WS-EXPIRY-YEAR.
           MOVE WS-EXPIRY-YEAR TO DCL-PRG-EXPIRY-DATE(1:4).
           IF DCL-PRG-EXPIRY-DATE(6:5) = '02-29'
               MOVE '28' TO DCL-PRG-EXPIRY-DATE(9:2)
           END-IF.

           IF DCL-PRG-EXPIRY-DATE > WS-TODAY-DATE
               GO TO ONE-CLASS-EXIT
           END-IF.

           MOVE WS-PID                       TO DCL-PRG-PID.
           MOVE PURG01O-R-CLASS(WS-RULE-SUB) TO DCL-PRG-CLASS.
           MOVE ZERO                         TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKPURGE
                 WHERE PRG_PID   = :DCL-PRG-PID
                   AND PRG_CLASS = :DCL-PRG-CLASS
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-ROW-COUNT > ZERO OR WS-JOB-HAD-ERROR
               GO TO ONE-CLASS-EXIT
           END-IF.

           MOVE ZERO TO WS-CLASS-ROWS.

           EVALUATE DCL-PRG-CLASS
               WHEN 'PROFILE '
                   PERFORM P310-PURGE-PROFILE
               WHEN 'ADDRHIST'
                   PERFORM P320-PURGE-ADDRESS-HISTORY
               WHEN 'LOGINAUD'
                   PERFORM P330-PURGE-LOGIN-AUDIT
               WHEN 'CONTACT '
                   PERFORM P340-PURGE-CONTACT-LOG
               WHEN 'STMT    '
                   PERFORM P350-PURGE-STATEMENTS
           END-EVALUATE.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-CLASS-EXIT
           END-IF.

           MOVE PURG01O-R-ACTION(WS-RULE-SUB) TO DCL-PRG-ACTION.
           MOVE WS-CLASS-ROWS                 TO DCL-PRG-ROWS.

           IF WS-EXECUTE-RUN
               MOVE WS-CERT-NO TO DCL-PRG-CERT-NO
               EXEC SQL
                    INSERT INTO BNKPURGE (
                      PRG_CERT_NO,
                      PRG_PID,
                      PRG_CLASS,
                      PRG_CLOSED_DATE,
                      PRG_EXPIRY_DATE,
                      PRG_ACTION,
                      PRG_ROWS,
                      PRG_PURGED_TS
                    ) VALUES (
                      :DCL-PRG-CERT-NO,
                      :DCL-PRG-PID,
                      :DCL-PRG-CLASS,
                      :DCL-PRG-CLOSED-DATE,
                      :DCL-PRG-EXPIRY-DATE,
                      :DCL-PRG-ACTION,
                      :DCL-PRG-ROWS,
                      CURRENT TIMESTAMP)
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-CLASS-EXIT
           END-IF.

           SET WS-CUST-PURGED TO TRUE.
           ADD 1             TO WS-CLASSES-PURGED.
           ADD WS-CLASS-ROWS TO WS-ROWS-PURGED.
           STRING ' '           DELIMITED BY SIZE
                  DCL-PRG-CLASS DELIMITED BY SPACE
             INTO WS-CLASS-LIST
             WITH POINTER WS-CLASS-PTR.

           MOVE SPACES              TO WS-RPT-LINE.
           MOVE WS-PID              TO RPT-PID.
           MOVE DCL-PRG-CLASS       TO RPT-CLASS.
           MOVE DCL-PRG-CLOSED-DATE TO RPT-CLOSED.
           MOVE DCL-PRG-EXPIRY-DATE TO RPT-EXPIRED.
           MOVE WS-CLASS-ROWS       TO RPT-ROWS.
           MOVE PURG01O-R-DESC(WS-RULE-SUB) TO RPT-NOTE.
           EVALUATE TRUE
               WHEN WS-PREVIEW-RUN AND DCL-PRG-ANONYMISED
                   MOVE 'TO ANONYMISE' TO RPT-ACTION
               WHEN WS-PREVIEW-RUN
                   MOVE 'TO DELETE'    TO RPT-ACTION
               WHEN DCL-PRG-ANONYMISED
                   MOVE 'ANONYMISED'   TO RPT-ACTION
               WHEN OTHER
                   MOVE 'DELETED'      TO RPT-ACTION
           END-EVALUATE.
           WRITE PDPURGERPT-RECORD FROM WS-RPT-LINE.

       ONE-CLASS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The customer record stripped of everything that identifies a
      * person; the PID stays as the key the kept accounts and
      * transactions hang from, and the sign-on is locked for good.
      *-----------------------------------------------------------------
       P310-PURGE-PROFILE.
           IF WS-PREVIEW-RUN
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKCUST
                     WHERE BCS_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               MOVE WS-ROW-COUNT TO WS-CLASS-ROWS
           ELSE
               EXEC SQL
                    UPDATE BNKCUST
                       SET BCS_NAME        = 'ERASED CUSTOMER',
                           BCS_NAME_FF     = ' ',
                           BCS_SIN         = ' ',
                           BCS_ADDR1       = ' ',
                           BCS_ADDR2       = ' ',
                           BCS_STATE       = ' ',
                           BCS_COUNTRY     = ' ',
                           BCS_POST_CODE   = ' ',
                           BCS_TEL         = ' ',
                           BCS_EMAIL       = ' ',
                           BCS_SEND_MAIL   = 'N',
                           BCS_SEND_EMAIL  = 'N',
                           BCS_PASSWORD    = ' ',
                           BCS_LOCKED      = 'Y',
                           BCS_DOB         = ' ',
                           BCS_DOD         = ' ',
                           BCS_ADDR_STATUS = ' '
                     WHERE BCS_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-CLASS-ROWS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Old and new addresses, phone and e-mail blanked on every
      * change row, live and archived; the row and its link stay,
      * stamped with the certificate.
      *-----------------------------------------------------------------
       P320-PURGE-ADDRESS-HISTORY.
           MOVE ZERO TO WS-ROW-COUNT WS-ROW-COUNT2.

           IF WS-PREVIEW-RUN
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKCADT
                     WHERE BCA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT2
                      FROM BNKCADTH
                     WHERE BCA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    UPDATE BNKCADT
                       SET BCA_OLD_ADDR1     = ' ',
                           BCA_OLD_ADDR2     = ' ',
                           BCA_OLD_STATE     = ' ',
                           BCA_OLD_COUNTRY   = ' ',
                           BCA_OLD_POST_CODE = ' ',
                           BCA_OLD_TEL       = ' ',
                           BCA_OLD_EMAIL     = ' ',
                           BCA_NEW_ADDR1     = ' ',
                           BCA_NEW_ADDR2     = ' ',
                           BCA_NEW_STATE     = ' ',
                           BCA_NEW_COUNTRY   = ' ',
                           BCA_NEW_POST_CODE = ' ',
                           BCA_NEW_TEL       = ' ',
                           BCA_NEW_EMAIL     = ' ',
                           BCA_FILLER        = :WS-PURGE-MARK
                     WHERE BCA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT
               END-IF
               EXEC SQL
                    UPDATE BNKCADTH
                       SET BCA_OLD_ADDR1     = ' ',
                           BCA_OLD_ADDR2     = ' ',
                           BCA_OLD_STATE     = ' ',
                           BCA_OLD_COUNTRY   = ' ',
                           BCA_OLD_POST_CODE = ' ',
                           BCA_OLD_TEL       = ' ',
                           BCA_OLD_EMAIL     = ' ',
                           BCA_NEW_ADDR1     = ' ',
                           BCA_NEW_ADDR2     = ' ',
                           BCA_NEW_STATE     = ' ',
                           BCA_NEW_COUNTRY   = ' ',
                           BCA_NEW_POST_CODE = ' ',
                           BCA_NEW_TEL       = ' ',
                           BCA_NEW_EMAIL     = ' ',
                           BCA_FILLER        = :WS-PURGE-MARK
                     WHERE BCA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT2
               END-IF
           END-IF.

           COMPUTE WS-CLASS-ROWS = WS-ROW-COUNT + WS-ROW-COUNT2.

      *-----------------------------------------------------------------
      * The workstation each sign-on came from blanked, live and
      * archived; times and outcomes stay for the security record,
      * stamped with the certificate.
      *-----------------------------------------------------------------
       P330-PURGE-LOGIN-AUDIT.
           MOVE ZERO TO WS-ROW-COUNT WS-ROW-COUNT2.

           IF WS-PREVIEW-RUN
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKLOGA
                     WHERE LGA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT2
                      FROM BNKLOGAH
                     WHERE LGA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    UPDATE BNKLOGA
                       SET LGA_WORKSTATION = ' ',
                           LGA_FILLER      = :WS-PURGE-MARK
                     WHERE LGA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT
               END-IF
               EXEC SQL
                    UPDATE BNKLOGAH
                       SET LGA_WORKSTATION = ' ',
                           LGA_FILLER      = :WS-PURGE-MARK
                     WHERE LGA_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT2
               END-IF
           END-IF.

           COMPUTE WS-CLASS-ROWS = WS-ROW-COUNT + WS-ROW-COUNT2.

       P340-PURGE-CONTACT-LOG.
           MOVE ZERO TO WS-ROW-COUNT.

           IF WS-PREVIEW-RUN
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKCLOG
                     WHERE CLG_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    DELETE FROM BNKCLOG
                     WHERE CLG_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT
               END-IF
           END-IF.

           MOVE WS-ROW-COUNT TO WS-CLASS-ROWS.

       P350-PURGE-STATEMENTS.
           MOVE ZERO TO WS-ROW-COUNT.

           IF WS-PREVIEW-RUN
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKSTMT
                     WHERE SMT_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
           ELSE
               EXEC SQL
                    DELETE FROM BNKSTMT
                     WHERE SMT_PID = :WS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-ROW-COUNT
               END-IF
           END-IF.

           MOVE WS-ROW-COUNT TO WS-CLASS-ROWS.

      *-----------------------------------------------------------------
      * Run totals and the certification at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO PDPURGERPT-RECORD.
           WRITE PDPURGERPT-RECORD.

           MOVE WS-PURGED-CUSTS   TO WS-CNT-DSP.
           MOVE WS-SKIPPED-CUSTS  TO WS-CNT-DSP2.
           MOVE WS-CLASSES-PURGED TO WS-CNT-DSP3.
           MOVE WS-ROWS-PURGED    TO WS-ROWS-DSP.
           MOVE SPACES TO PDPURGERPT-RECORD.
           STRING 'CUSTOMERS: '       DELIMITED BY SIZE
                  WS-CNT-DSP          DELIMITED BY SIZE
                  '   SKIPPED: '      DELIMITED BY SIZE
                  WS-CNT-DSP2         DELIMITED BY SIZE
                  '   CLASSES: '      DELIMITED BY SIZE
                  WS-CNT-DSP3         DELIMITED BY SIZE
                  '   ROWS: '         DELIMITED BY SIZE
                  WS-ROWS-DSP         DELIMITED BY SIZE
             INTO PDPURGERPT-RECORD.
           WRITE PDPURGERPT-RECORD.

           MOVE SPACES TO PDPURGERPT-RECORD.
           WRITE PDPURGERPT-RECORD.
           MOVE SPACES TO PDPURGERPT-RECORD.
           IF WS-EXECUTE-RUN
               STRING 'The personal data listed above was destroyed '
                        DELIMITED BY SIZE
                      'on '           DELIMITED BY SIZE
                      WS-TODAY-DATE   DELIMITED BY SIZE
                      ' under certificate ' DELIMITED BY SIZE
                      WS-CERT-NO      DELIMITED BY SIZE
                      ', in line with the retention rules above.'
                        DELIMITED BY SIZE
                 INTO PDPURGERPT-RECORD
           ELSE
               STRING 'Preview only - run with EXECUTE to destroy '
                        DELIMITED BY SIZE
                      'the data listed above.' DELIMITED BY SIZE
                 INTO PDPURGERPT-RECORD
           END-IF.
           WRITE PDPURGERPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DPURG02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Every customer purged has been committed with its audit row;
      * a failure rolls back the customer it stopped on.  A preview
      * has changed nothing.
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
           MOVE 'PDPURGE' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'PDPURGE' TO CD37I-JOB.
           MOVE WS-CUST-COUNT    TO CD37I-ROWS-READ.
           MOVE WS-CLASSES-PURGED TO CD37I-ROWS-POSTED.
           MOVE WS-SKIPPED-CUSTS TO CD37I-ROWS-REJECTED.
           MOVE ZERO             TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
