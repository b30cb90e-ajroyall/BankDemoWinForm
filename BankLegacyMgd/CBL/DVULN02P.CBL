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
001300* Program:     DVULN02P.CBL                                    *
001400* Function:    Vulnerable-customer review run - nightly, in     *
001500*              the end-of-day stream as VULNREV.  Every live    *
001600*              BNKVULN marker whose review date has come is     *
001700*              listed on VULNREV.RPT under the member of staff  *
001800*              who owns it:                                     *
001900*                - not yet asked for this review: a VULNREV     *
002000*                  notice goes to the owner through DBANK02P/   *
002100*                  DBANK20P (BNKMAILQ) and VUL_ASKED_DATE is    *
002200*                  stamped, so each review is asked for once;   *
002300*                - asked already and still not confirmed: it    *
002400*                  stays on the report as OVERDUE every night   *
002500*                  until the owner reviews it on B127.          *
002600*              An owner with no e-mail on file is reported for  *
002700*              compliance to chase.  The report is restricted - *
002800*              it names vulnerable customers.                   *
002900*              SQL version - standalone batch step, connects    *
003000*              and disconnects itself.                          *
003100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DVULN02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VULNRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VULNRPT.
       01  VULNRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\VULNREV.RPT".
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
           05  WS-TODAY-DATE                     PIC X(10).
           05  WS-MRK-SUB                        PIC S9(4) COMP.
           05  WS-LAST-OWNER                     PIC X(5).
           05  WS-MARKER-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NOTICE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-OVERDUE-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REFER-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * The markers due, read in full before any is stamped.
      *-----------------------------------------------------------------
       01  WS-MRK-TABLE.
           05  WS-MRK-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-MRK-ENTRY OCCURS 1000 TIMES.
               10  WS-MRK-OWNER                  PIC X(5).
               10  WS-MRK-PID                    PIC X(5).
               10  WS-MRK-SEQ                    PIC S9(3) COMP-3.
               10  WS-MRK-CATEGORY               PIC X(2).
               10  WS-MRK-REVIEW-DATE            PIC X(10).
               10  WS-MRK-ASKED-DATE             PIC X(10).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-OWNER                         PIC X(5).
           05  FILLER                            PIC X(3).
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-SEQ                           PIC ZZ9.
           05  FILLER                            PIC X(2).
           05  RPT-CATEGORY                      PIC X(2).
           05  FILLER                            PIC X(3).
           05  RPT-REVIEW-DATE                   PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-ASKED-DATE                    PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(60).

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
                INCLUDE CBANKSVU
           END-EXEC.

           COPY CBANKSVUX.

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
               PERFORM P100-RUN-REVIEWS THRU RUN-REVIEWS-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DVULN02P - unable to connect, review run aborted'
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
      * Read the markers due, then take each one in turn.
      *=================================================================
       P100-RUN-REVIEWS.
           PERFORM P110-BUILD-TODAY.

           OPEN OUTPUT VULNRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DVULN02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REVIEWS-EXIT
           END-IF.

           MOVE SPACES TO VULNRPT-RECORD.
           STRING 'VULNERABLE-CUSTOMER MARKERS DUE FOR REVIEW '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** RESTRICTED ***' DELIMITED BY SIZE
             INTO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.
           MOVE SPACES TO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.
           MOVE SPACES TO VULNRPT-RECORD.
           STRING 'OWNER   PID    SEQ  CAT  REVIEW DUE  ASKED       '
                    DELIMITED BY SIZE
                  'ACTION      NOTE'
                    DELIMITED BY SIZE
             INTO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.

           PERFORM P150-LOAD-MARKERS.

           IF WS-JOB-HAD-ERROR
               CLOSE VULNRPT
               GO TO RUN-REVIEWS-EXIT
           END-IF.

           MOVE SPACES TO WS-LAST-OWNER.

           PERFORM P200-ONE-MARKER
               VARYING WS-MRK-SUB FROM 1 BY 1
               UNTIL WS-MRK-SUB > WS-MRK-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE VULNRPT.

           DISPLAY 'DVULN02P - review run complete, due: '
                   WS-MARKER-COUNT ' asked: ' WS-NOTICE-COUNT
                   ' overdue: ' WS-OVERDUE-COUNT.

       RUN-REVIEWS-EXIT.
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
      * Live markers whose review date has come, by owner.
      *-----------------------------------------------------------------
       P150-LOAD-MARKERS.
           EXEC SQL
                DECLARE VUL_CSR CURSOR FOR
                SELECT VUL_RECORDED_BY, VUL_PID, VUL_SEQ,
                       VUL_CATEGORY, VUL_REVIEW_DATE, VUL_ASKED_DATE
                FROM BNKVULN
                WHERE VUL_STATUS       = 'A'
                  AND VUL_REVIEW_DATE <= :WS-TODAY-DATE
                ORDER BY VUL_RECORDED_BY, VUL_REVIEW_DATE, VUL_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VUL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-MARKER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE VUL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-MARKER.
           EXEC SQL
                FETCH VUL_CSR
                INTO :DCL-VUL-RECORDED-BY, :DCL-VUL-PID, :DCL-VUL-SEQ,
                     :DCL-VUL-CATEGORY, :DCL-VUL-REVIEW-DATE,
                     :DCL-VUL-ASKED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-MRK-COUNT < 1000
                   ADD 1 TO WS-MRK-COUNT
                   MOVE DCL-VUL-RECORDED-BY
                     TO WS-MRK-OWNER(WS-MRK-COUNT)
                   MOVE DCL-VUL-PID      TO WS-MRK-PID(WS-MRK-COUNT)
                   MOVE DCL-VUL-SEQ      TO WS-MRK-SEQ(WS-MRK-COUNT)
                   MOVE DCL-VUL-CATEGORY
                     TO WS-MRK-CATEGORY(WS-MRK-COUNT)
                   MOVE DCL-VUL-REVIEW-DATE
                     TO WS-MRK-REVIEW-DATE(WS-MRK-COUNT)
                   MOVE DCL-VUL-ASKED-DATE
                     TO WS-MRK-ASKED-DATE(WS-MRK-COUNT)
               ELSE
      *            The rest are asked for on the next run.
                   DISPLAY 'DVULN02P - over 1000 markers due, '
                           DCL-VUL-PID ' left for the next run'
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One marker - ask its owner once per review, then keep it on
      * the report as overdue until it is confirmed.
      *-----------------------------------------------------------------
       P200-ONE-MARKER.
           ADD 1 TO WS-MARKER-COUNT.

           IF WS-MRK-OWNER(WS-MRK-SUB) NOT = WS-LAST-OWNER AND
              WS-LAST-OWNER NOT = SPACES
               MOVE SPACES TO VULNRPT-RECORD
               WRITE VULNRPT-RECORD
           END-IF.
           MOVE WS-MRK-OWNER(WS-MRK-SUB) TO WS-LAST-OWNER.

           MOVE SPACES                        TO WS-RPT-LINE.
           MOVE WS-MRK-OWNER(WS-MRK-SUB)      TO RPT-OWNER.
           MOVE WS-MRK-PID(WS-MRK-SUB)        TO RPT-PID.
           MOVE WS-MRK-SEQ(WS-MRK-SUB)        TO RPT-SEQ.
           MOVE WS-MRK-CATEGORY(WS-MRK-SUB)   TO RPT-CATEGORY.
           MOVE WS-MRK-REVIEW-DATE(WS-MRK-SUB) TO RPT-REVIEW-DATE.
           MOVE WS-MRK-ASKED-DATE(WS-MRK-SUB) TO RPT-ASKED-DATE.

           IF WS-MRK-ASKED-DATE(WS-MRK-SUB) NOT = SPACES AND
              WS-MRK-ASKED-DATE(WS-MRK-SUB) NOT <
              WS-MRK-REVIEW-DATE(WS-MRK-SUB)
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE'   TO RPT-ACTION
               MOVE 'Owner asked - not yet reviewed on B127'
                 TO RPT-NOTE
           ELSE
               PERFORM P300-ASK-OWNER
           END-IF.

           WRITE VULNRPT-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * The VULNREV notice to the owner - the tag leads with the
      * BNKNTMPL code DBANK32P words it from.  The ask is stamped
      * whether or not the e-mail could go, so an owner without one
      * is referred once and then shows as overdue.
      *-----------------------------------------------------------------
       P300-ASK-OWNER.
           MOVE 'N' TO WS-SENT-SW.
           MOVE WS-MRK-OWNER(WS-MRK-SUB) TO WS-ALERT-PID.

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
               MOVE ZERO              TO CD20I-AMOUNT
               STRING 'VULNREV '              DELIMITED BY SIZE
                      WS-MRK-PID(WS-MRK-SUB)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-MRK-REVIEW-DATE(WS-MRK-SUB)
                                              DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   SET WS-NOTICE-SENT TO TRUE
               END-IF
           END-IF.

           IF WS-NOTICE-SENT
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'ASKED'     TO RPT-ACTION
               MOVE 'Review notice sent to the owner' TO RPT-NOTE
           ELSE
               ADD 1 TO WS-REFER-COUNT
               MOVE 'REFER'     TO RPT-ACTION
               MOVE 'No e-mail for the owner - REFER TO COMPLIANCE'
                 TO RPT-NOTE
           END-IF.

           MOVE WS-MRK-PID(WS-MRK-SUB) TO DCL-VUL-PID.
           MOVE WS-MRK-SEQ(WS-MRK-SUB) TO DCL-VUL-SEQ.
           MOVE WS-TODAY-DATE          TO DCL-VUL-ASKED-DATE.

           EXEC SQL
                UPDATE BNKVULN
                   SET VUL_ASKED_DATE = :DCL-VUL-ASKED-DATE
                 WHERE VUL_PID = :DCL-VUL-PID
                   AND VUL_SEQ = :DCL-VUL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.

           MOVE WS-MARKER-COUNT  TO WS-CNT-DSP.
           MOVE WS-NOTICE-COUNT  TO WS-CNT-DSP2.
           MOVE WS-OVERDUE-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO VULNRPT-RECORD.
           STRING 'MARKERS DUE: '    DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   ASKED: '       DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   OVERDUE: '     DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.

           MOVE WS-REFER-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO VULNRPT-RECORD.
           STRING 'REFERRED TO COMPLIANCE: ' DELIMITED BY SIZE
                  WS-CNT-DSP                 DELIMITED BY SIZE
             INTO VULNRPT-RECORD.
           WRITE VULNRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DVULN02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The notices and the asked stamps go together or not at all.
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
           MOVE 'VULNREV' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'VULNREV' TO CD37I-JOB.
           MOVE WS-MARKER-COUNT  TO CD37I-ROWS-READ.
           MOVE WS-NOTICE-COUNT  TO CD37I-ROWS-POSTED.
           MOVE WS-REFER-COUNT   TO CD37I-ROWS-REJECTED.
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
