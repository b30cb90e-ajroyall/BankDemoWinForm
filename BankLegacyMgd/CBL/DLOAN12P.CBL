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
001300* Program:     DLOAN12P.CBL                                    *
001400* Function:    Adverse-action notice run - nightly, in the      *
001500*              end-of-day stream as ADVACT.  Every declined     *
001600*              BNKLNAPP application whose notice has not gone   *
001700*              is taken in turn:                                *
001800*                - the notice is tried again through DBANK02P / *
001900*                  DBANK20P (BNKMAILQ, template ADVACTxx for    *
002000*                  decline reason xx, worded by DBANK32P in the *
002100*                  customer's BCS_LANGUAGE) - an e-mail added   *
002200*                  since the decline sends it, and the row is   *
002300*                  stamped as e-mailed;                         *
002400*                - otherwise it is listed for the branch to     *
002500*                  post (and record on B131), OVERDUE once its  *
002600*                  LAP_NOTICE_DUE date has passed.              *
002700*              All of it goes to ADVACT.RPT, restricted.        *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLOAN12P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVACTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVACTRPT.
       01  ADVACTRPT-RECORD                      PIC X(132).

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
                   VALUE "C:\BANK\DATA\ADVACT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-SENT-SW                        PIC X(1).
               88  WS-NOTICE-SENT                VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-APP-SUB                        PIC S9(4) COMP.
           05  WS-APP-NO-DSP                     PIC 9(9).
           05  WS-SENT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-POST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-OVERDUE-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * The declines still owed a notice, read in full before any is
      * updated.
      *-----------------------------------------------------------------
       01  WS-APP-TABLE.
           05  WS-APP-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-APP-ENTRY OCCURS 1000 TIMES.
               10  WS-APP-NO                     PIC S9(9) COMP-3.
               10  WS-APP-PID                    PIC X(5).
               10  WS-APP-BRANCH                 PIC X(3).
               10  WS-APP-PRODUCT                PIC X(2).
               10  WS-APP-REASON                 PIC X(2).
               10  WS-APP-PRINCIPAL              PIC S9(7)V99 COMP-3.
               10  WS-APP-DECIDED                PIC X(10).
               10  WS-APP-DUE                    PIC X(10).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-APP-NO                        PIC 9(9).
           05  FILLER                            PIC X(2).
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-BRANCH                        PIC X(3).
           05  FILLER                            PIC X(2).
           05  RPT-PRODUCT                       PIC X(2).
           05  FILLER                            PIC X(3).
           05  RPT-REASON                        PIC X(2).
           05  FILLER                            PIC X(3).
           05  RPT-DECIDED                       PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-DUE                           PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(50).

           COPY CBANKVC2.
           COPY CBANKVC20.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLR
           END-EXEC.

           COPY CBANKSLRX.

       01  WS-TODAY-DATE                         PIC X(10).

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
               PERFORM P100-RUN-NOTICES THRU RUN-NOTICES-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DLOAN12P - unable to connect, notice run aborted'
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
      * Read the declines owed a notice, then take each one in turn.
      *=================================================================
       P100-RUN-NOTICES.
           PERFORM P110-BUILD-TODAY.

           OPEN OUTPUT ADVACTRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DLOAN12P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-NOTICES-EXIT
           END-IF.

           MOVE SPACES TO ADVACTRPT-RECORD.
           STRING 'ADVERSE-ACTION NOTICES OUTSTANDING '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** RESTRICTED ***' DELIMITED BY SIZE
             INTO ADVACTRPT-RECORD.
           WRITE ADVACTRPT-RECORD.
           MOVE SPACES TO ADVACTRPT-RECORD.
           WRITE ADVACTRPT-RECORD.
           MOVE SPACES TO ADVACTRPT-RECORD.
           STRING 'APP NO     PID    BR.  PR.  RS.  DECLINED    '
                    DELIMITED BY SIZE
                  'DUE         ACTION      NOTE'
                    DELIMITED BY SIZE
             INTO ADVACTRPT-RECORD.
           WRITE ADVACTRPT-RECORD.

           PERFORM P150-LOAD-DECLINES.

           IF WS-JOB-HAD-ERROR
               CLOSE ADVACTRPT
               GO TO RUN-NOTICES-EXIT
           END-IF.

           PERFORM P200-ONE-APPLICATION
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB > WS-APP-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE ADVACTRPT.

           DISPLAY 'DLOAN12P - notice run complete, e-mailed: '
                   WS-SENT-COUNT ' to post: ' WS-POST-COUNT
                   ' overdue: ' WS-OVERDUE-COUNT.

       RUN-NOTICES-EXIT.
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
      * Declined applications with no notice date, soonest due first.
      *-----------------------------------------------------------------
       P150-LOAD-DECLINES.
           EXEC SQL
                DECLARE LAPA_CSR CURSOR FOR
                SELECT LAP_APP_NO, LAP_PID, LAP_BRANCH, LAP_PRODUCT,
                       LAP_DECLINE_CODE, LAP_PRINCIPAL,
                       LAP_DECISION_DATE, LAP_NOTICE_DUE
                FROM BNKLNAPP
                WHERE LAP_STATUS      = 'D'
                  AND LAP_NOTICE_DATE = ' '
                ORDER BY LAP_NOTICE_DUE, LAP_APP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LAPA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-DECLINE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE LAPA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-DECLINE.
           EXEC SQL
                FETCH LAPA_CSR
                INTO :DCL-LAP-APP-NO, :DCL-LAP-PID, :DCL-LAP-BRANCH,
                     :DCL-LAP-PRODUCT, :DCL-LAP-DECLINE-CODE,
                     :DCL-LAP-PRINCIPAL, :DCL-LAP-DECISION-DATE,
                     :DCL-LAP-NOTICE-DUE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P190-ADD-APPLICATION
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P190-ADD-APPLICATION.
           IF WS-APP-COUNT < 1000
               ADD 1 TO WS-APP-COUNT
               MOVE DCL-LAP-APP-NO     TO WS-APP-NO(WS-APP-COUNT)
               MOVE DCL-LAP-PID        TO WS-APP-PID(WS-APP-COUNT)
               MOVE DCL-LAP-BRANCH     TO WS-APP-BRANCH(WS-APP-COUNT)
               MOVE DCL-LAP-PRODUCT    TO WS-APP-PRODUCT(WS-APP-COUNT)
               MOVE DCL-LAP-DECLINE-CODE
                 TO WS-APP-REASON(WS-APP-COUNT)
               MOVE DCL-LAP-PRINCIPAL
                 TO WS-APP-PRINCIPAL(WS-APP-COUNT)
               MOVE DCL-LAP-DECISION-DATE
                 TO WS-APP-DECIDED(WS-APP-COUNT)
               MOVE DCL-LAP-NOTICE-DUE TO WS-APP-DUE(WS-APP-COUNT)
           ELSE
      *        The rest are picked up on the next run.
               MOVE DCL-LAP-APP-NO TO WS-APP-NO-DSP
               DISPLAY 'DLOAN12P - over 1000 notices, application '
                       WS-APP-NO-DSP ' left for the next run'
           END-IF.

      *-----------------------------------------------------------------
      * One decline - send the notice if the customer can now be
      * e-mailed, else list it for the branch to post.
      *-----------------------------------------------------------------
       P200-ONE-APPLICATION.
           MOVE SPACES                        TO WS-RPT-LINE.
           MOVE WS-APP-NO(WS-APP-SUB)         TO RPT-APP-NO.
           MOVE WS-APP-PID(WS-APP-SUB)        TO RPT-PID.
           MOVE WS-APP-BRANCH(WS-APP-SUB)     TO RPT-BRANCH.
           MOVE WS-APP-PRODUCT(WS-APP-SUB)    TO RPT-PRODUCT.
           MOVE WS-APP-REASON(WS-APP-SUB)     TO RPT-REASON.
           MOVE WS-APP-DECIDED(WS-APP-SUB)    TO RPT-DECIDED.
           MOVE WS-APP-DUE(WS-APP-SUB)        TO RPT-DUE.

           PERFORM P300-TRY-NOTICE.

           IF WS-NOTICE-SENT
               ADD 1 TO WS-SENT-COUNT
               MOVE 'E-MAILED'  TO RPT-ACTION
               MOVE 'Notice queued to the customer''s e-mail'
                 TO RPT-NOTE
               MOVE WS-APP-NO(WS-APP-SUB) TO DCL-LAP-APP-NO
               MOVE WS-TODAY-DATE         TO DCL-LAP-NOTICE-DATE
               EXEC SQL
                    UPDATE BNKLNAPP
                       SET LAP_NOTICE_DATE = :DCL-LAP-NOTICE-DATE,
                           LAP_NOTICE_HOW  = 'E',
                           LAP_UPDATED_BY  = 'BATCH',
                           LAP_UPDATED_TS  = CURRENT TIMESTAMP
                     WHERE LAP_APP_NO = :DCL-LAP-APP-NO
               END-EXEC
               PERFORM P800-ERROR-CHECK
           ELSE
               IF WS-APP-DUE(WS-APP-SUB) < WS-TODAY-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE'   TO RPT-ACTION
                   MOVE 'Past the notice window - POST TODAY'
                     TO RPT-NOTE
               ELSE
                   ADD 1 TO WS-POST-COUNT
                   MOVE 'TO POST'   TO RPT-ACTION
                   MOVE 'No e-mail - post and record on B131'
                     TO RPT-NOTE
               END-IF
           END-IF.

           WRITE ADVACTRPT-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * The ADVACTxx notice - the tag leads with the BNKNTMPL code
      * DBANK32P words it from.
      *-----------------------------------------------------------------
       P300-TRY-NOTICE.
           MOVE 'N' TO WS-SENT-SW.
           MOVE WS-APP-PID(WS-APP-SUB) TO WS-ALERT-PID.

           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
               MOVE WS-ALERT-PID      TO CD20I-PID
               MOVE CD02O-EMAIL       TO CD20I-EMAIL
               MOVE WS-APP-PRINCIPAL(WS-APP-SUB) TO CD20I-AMOUNT
               MOVE WS-APP-NO(WS-APP-SUB)        TO WS-APP-NO-DSP
               STRING 'ADVACT'                  DELIMITED BY SIZE
                      WS-APP-REASON(WS-APP-SUB) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-APP-NO-DSP             DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   SET WS-NOTICE-SENT TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO ADVACTRPT-RECORD.
           WRITE ADVACTRPT-RECORD.

           MOVE WS-SENT-COUNT    TO WS-CNT-DSP.
           MOVE WS-POST-COUNT    TO WS-CNT-DSP2.
           MOVE WS-OVERDUE-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO ADVACTRPT-RECORD.
           STRING 'E-MAILED: '       DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   TO POST: '     DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   OVERDUE: '     DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO ADVACTRPT-RECORD.
           WRITE ADVACTRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DLOAN12P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The notices and the notice stamps go together or not at all.
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
           MOVE 'ADVACT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'ADVACT' TO CD37I-JOB.
           MOVE WS-APP-COUNT     TO CD37I-ROWS-READ.
           MOVE WS-SENT-COUNT    TO CD37I-ROWS-POSTED.
           MOVE WS-OVERDUE-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO             TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
