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
001300* Program:     DIDOC02P.CBL                                    *
001400* Function:    Identity-document expiry run - nightly, in the   *
001500*              end-of-day stream as IDEXPIRY.  A live BNKIDDOC  *
001600*              document that has expired, or expires within     *
001700*              BNKPARM IDEXPWARNDAYS days (default 30), when    *
001800*              the customer holds no other live document good   *
001900*              beyond that window, is:                          *
002000*                - put on the re-verification queue (the B130   *
002100*                  screen works it) with today's date;          *
002200*                - notified to the customer once through        *
002300*                  DBANK02P/DBANK20P (BNKMAILQ, template        *
002400*                  IDEXPIRY) - a customer with no e-mail on     *
002500*                  file is reported for the branch to contact.  *
002600*              Documents already queued that have now expired   *
002700*              are listed as BLOCKED every night until the      *
002800*              customer is re-verified - account opening and    *
002900*              transfers over the KYC threshold are refused     *
003000*              them without a supervisor's override.  All of    *
003100*              it goes to IDEXPIRY.RPT, restricted.             *
003200*              SQL version - standalone batch step, connects    *
003300*              and disconnects itself.                          *
003400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIDOC02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDEXPRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDEXPRPT.
       01  IDEXPRPT-RECORD                       PIC X(132).

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
                   VALUE "C:\BANK\DATA\IDEXPIRY.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SENT-SW                        PIC X(1).
               88  WS-NOTICE-SENT                VALUE 'Y'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-DOC-SUB                        PIC S9(4) COMP.
           05  WS-DAYS-DSP                       PIC ZZ9.
           05  WS-QUEUED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NOTICE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REFER-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BLOCKED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * The documents to act on, read in full before any is updated.
      * Kind 'N' is newly expiring (queue and notify), 'B' is queued
      * already and now expired (report only).
      *-----------------------------------------------------------------
       01  WS-DOC-TABLE.
           05  WS-DOC-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-DOC-ENTRY OCCURS 1000 TIMES.
               10  WS-DOC-KIND                   PIC X(1).
                   88  WS-DOC-NEW                VALUE 'N'.
                   88  WS-DOC-BLOCKED            VALUE 'B'.
               10  WS-DOC-PID                    PIC X(5).
               10  WS-DOC-SEQ                    PIC S9(3) COMP-3.
               10  WS-DOC-TYPE                   PIC X(2).
               10  WS-DOC-COUNTRY                PIC X(3).
               10  WS-DOC-EXPIRY                 PIC X(10).
               10  WS-DOC-QUEUED                 PIC X(10).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-SEQ                           PIC ZZ9.
           05  FILLER                            PIC X(2).
           05  RPT-TYPE                          PIC X(2).
           05  FILLER                            PIC X(3).
           05  RPT-COUNTRY                       PIC X(3).
           05  FILLER                            PIC X(2).
           05  RPT-EXPIRY                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-QUEUED                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(60).

           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CPARM01.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSID
           END-EXEC.

           COPY CBANKSIDX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-WARN-DAYS                          PIC S9(4) COMP.

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
               PERFORM P100-RUN-EXPIRY THRU RUN-EXPIRY-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DIDOC02P - unable to connect, expiry run aborted'
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
      * Read the documents to act on, then take each one in turn.
      *=================================================================
       P100-RUN-EXPIRY.
           PERFORM P110-BUILD-TODAY.
           PERFORM P120-GET-WARN-DAYS.

           OPEN OUTPUT IDEXPRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DIDOC02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-EXPIRY-EXIT
           END-IF.

           MOVE WS-WARN-DAYS TO WS-DAYS-DSP.
           MOVE SPACES TO IDEXPRPT-RECORD.
           STRING 'IDENTITY DOCUMENTS EXPIRED OR EXPIRING WITHIN '
                    DELIMITED BY SIZE
                  WS-DAYS-DSP   DELIMITED BY SIZE
                  ' DAYS '      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** RESTRICTED ***' DELIMITED BY SIZE
             INTO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.
           MOVE SPACES TO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.
           MOVE SPACES TO IDEXPRPT-RECORD.
           STRING 'PID    SEQ  TYPE CTRY EXPIRES     QUEUED      '
                    DELIMITED BY SIZE
                  'ACTION      NOTE'
                    DELIMITED BY SIZE
             INTO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.

           PERFORM P150-LOAD-EXPIRING.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P170-LOAD-BLOCKED
           END-IF.

           IF WS-JOB-HAD-ERROR
               CLOSE IDEXPRPT
               GO TO RUN-EXPIRY-EXIT
           END-IF.

           PERFORM P200-ONE-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > WS-DOC-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE IDEXPRPT.

           DISPLAY 'DIDOC02P - expiry run complete, queued: '
                   WS-QUEUED-COUNT ' notified: ' WS-NOTICE-COUNT
                   ' blocked: ' WS-BLOCKED-COUNT.

       RUN-EXPIRY-EXIT.
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
      * How far ahead the customer is warned - never less than a day.
      *-----------------------------------------------------------------
       P120-GET-WARN-DAYS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'IDEXPWARNDAYS' TO PARM01I-NAME.
           MOVE 30 TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-WARN-DAYS
           ELSE
               MOVE 30 TO WS-WARN-DAYS
           END-IF.

           IF WS-WARN-DAYS < 1
               MOVE 1 TO WS-WARN-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * Live documents inside the window not yet queued, where the
      * customer has no other live document good beyond it.
      *-----------------------------------------------------------------
       P150-LOAD-EXPIRING.
           EXEC SQL
                DECLARE IDDX_CSR CURSOR FOR
                SELECT D.IDD_PID, D.IDD_SEQ, D.IDD_DOC_TYPE,
                       D.IDD_COUNTRY, D.IDD_EXPIRY_DATE
                FROM BNKIDDOC D
                WHERE D.IDD_STATUS       = 'A'
                  AND D.IDD_REVERIFY     = ' '
                  AND D.IDD_EXPIRY_DATE <=
                      CHAR(DATE(:WS-TODAY-DATE) + :WS-WARN-DAYS DAYS)
                  AND NOT EXISTS
                      (SELECT 1 FROM BNKIDDOC O
                        WHERE O.IDD_PID          = D.IDD_PID
                          AND O.IDD_STATUS       = 'A'
                          AND O.IDD_EXPIRY_DATE  >
                      CHAR(DATE(:WS-TODAY-DATE) + :WS-WARN-DAYS DAYS))
                ORDER BY D.IDD_PID, D.IDD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IDDX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-EXPIRING
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE IDDX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-EXPIRING.
           EXEC SQL
                FETCH IDDX_CSR
                INTO :DCL-IDD-PID, :DCL-IDD-SEQ, :DCL-IDD-DOC-TYPE,
                     :DCL-IDD-COUNTRY, :DCL-IDD-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO DCL-IDD-QUEUED-DATE
               MOVE 'N' TO DCL-IDD-REVERIFY
               PERFORM P190-ADD-DOCUMENT
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Documents queued on an earlier night that have now expired -
      * the customer is blocked until re-verified.
      *-----------------------------------------------------------------
       P170-LOAD-BLOCKED.
           EXEC SQL
                DECLARE IDDB_CSR CURSOR FOR
                SELECT IDD_PID, IDD_SEQ, IDD_DOC_TYPE,
                       IDD_COUNTRY, IDD_EXPIRY_DATE, IDD_QUEUED_DATE
                FROM BNKIDDOC
                WHERE IDD_STATUS       = 'A'
                  AND IDD_REVERIFY     = 'Q'
                  AND IDD_EXPIRY_DATE  < :WS-TODAY-DATE
                ORDER BY IDD_PID, IDD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IDDB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P180-FETCH-BLOCKED
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE IDDB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P180-FETCH-BLOCKED.
           EXEC SQL
                FETCH IDDB_CSR
                INTO :DCL-IDD-PID, :DCL-IDD-SEQ, :DCL-IDD-DOC-TYPE,
                     :DCL-IDD-COUNTRY, :DCL-IDD-EXPIRY-DATE,
                     :DCL-IDD-QUEUED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'B' TO DCL-IDD-REVERIFY
               PERFORM P190-ADD-DOCUMENT
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *    DCL-IDD-REVERIFY carries the kind into the table here.
       P190-ADD-DOCUMENT.
           IF WS-DOC-COUNT < 1000
               ADD 1 TO WS-DOC-COUNT
               MOVE DCL-IDD-REVERIFY    TO WS-DOC-KIND(WS-DOC-COUNT)
               MOVE DCL-IDD-PID         TO WS-DOC-PID(WS-DOC-COUNT)
               MOVE DCL-IDD-SEQ         TO WS-DOC-SEQ(WS-DOC-COUNT)
               MOVE DCL-IDD-DOC-TYPE    TO WS-DOC-TYPE(WS-DOC-COUNT)
               MOVE DCL-IDD-COUNTRY     TO WS-DOC-COUNTRY(WS-DOC-COUNT)
               MOVE DCL-IDD-EXPIRY-DATE TO WS-DOC-EXPIRY(WS-DOC-COUNT)
               MOVE DCL-IDD-QUEUED-DATE TO WS-DOC-QUEUED(WS-DOC-COUNT)
           ELSE
      *        The rest are picked up on the next run.
               DISPLAY 'DIDOC02P - over 1000 documents, '
                       DCL-IDD-PID ' left for the next run'
           END-IF.

      *-----------------------------------------------------------------
      * One document - queue and notify a newly expiring one, report
      * a blocked one.
      *-----------------------------------------------------------------
       P200-ONE-DOCUMENT.
           MOVE SPACES                        TO WS-RPT-LINE.
           MOVE WS-DOC-PID(WS-DOC-SUB)        TO RPT-PID.
           MOVE WS-DOC-SEQ(WS-DOC-SUB)        TO RPT-SEQ.
           MOVE WS-DOC-TYPE(WS-DOC-SUB)       TO RPT-TYPE.
           MOVE WS-DOC-COUNTRY(WS-DOC-SUB)    TO RPT-COUNTRY.
           MOVE WS-DOC-EXPIRY(WS-DOC-SUB)     TO RPT-EXPIRY.

           IF WS-DOC-BLOCKED(WS-DOC-SUB)
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE WS-DOC-QUEUED(WS-DOC-SUB) TO RPT-QUEUED
               MOVE 'BLOCKED'   TO RPT-ACTION
               MOVE 'Expired - not yet re-verified on B130'
                 TO RPT-NOTE
           ELSE
               PERFORM P300-QUEUE-DOCUMENT
           END-IF.

           WRITE IDEXPRPT-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * The IDEXPIRY notice to the customer - the tag leads with the
      * BNKNTMPL code DBANK32P words it from.  The document is
      * queued whether or not the e-mail could go, so a customer
      * without one is referred once and then shows as blocked.
      *-----------------------------------------------------------------
       P300-QUEUE-DOCUMENT.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE 'N' TO WS-SENT-SW.
           MOVE WS-DOC-PID(WS-DOC-SUB) TO WS-ALERT-PID.
           MOVE WS-TODAY-DATE          TO RPT-QUEUED.

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
               STRING 'IDEXPIRY '               DELIMITED BY SIZE
                      WS-DOC-TYPE(WS-DOC-SUB)   DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-DOC-EXPIRY(WS-DOC-SUB) DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   SET WS-NOTICE-SENT TO TRUE
               END-IF
           END-IF.

           IF WS-DOC-EXPIRY(WS-DOC-SUB) < WS-TODAY-DATE
               MOVE 'EXPIRED'   TO RPT-ACTION
           ELSE
               MOVE 'EXPIRING'  TO RPT-ACTION
           END-IF.

           MOVE WS-DOC-PID(WS-DOC-SUB) TO DCL-IDD-PID.
           MOVE WS-DOC-SEQ(WS-DOC-SUB) TO DCL-IDD-SEQ.
           MOVE WS-TODAY-DATE          TO DCL-IDD-QUEUED-DATE.

           IF WS-NOTICE-SENT
               ADD 1 TO WS-NOTICE-COUNT
               MOVE WS-TODAY-DATE TO DCL-IDD-NOTIFIED-DATE
               MOVE 'Queued for re-verification - customer notified'
                 TO RPT-NOTE
           ELSE
               ADD 1 TO WS-REFER-COUNT
               MOVE SPACES TO DCL-IDD-NOTIFIED-DATE
               MOVE 'Queued - no e-mail, BRANCH TO CONTACT CUSTOMER'
                 TO RPT-NOTE
           END-IF.

           EXEC SQL
                UPDATE BNKIDDOC
                   SET IDD_REVERIFY      = 'Q',
                       IDD_QUEUED_DATE   = :DCL-IDD-QUEUED-DATE,
                       IDD_NOTIFIED_DATE = :DCL-IDD-NOTIFIED-DATE
                 WHERE IDD_PID = :DCL-IDD-PID
                   AND IDD_SEQ = :DCL-IDD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.

           MOVE WS-QUEUED-COUNT  TO WS-CNT-DSP.
           MOVE WS-NOTICE-COUNT  TO WS-CNT-DSP2.
           MOVE WS-BLOCKED-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO IDEXPRPT-RECORD.
           STRING 'QUEUED: '         DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   NOTIFIED: '    DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   BLOCKED: '     DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.

           MOVE WS-REFER-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO IDEXPRPT-RECORD.
           STRING 'NO E-MAIL - BRANCH TO CONTACT: ' DELIMITED BY SIZE
                  WS-CNT-DSP                        DELIMITED BY SIZE
             INTO IDEXPRPT-RECORD.
           WRITE IDEXPRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DIDOC02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The notices and the queue stamps go together or not at all.
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
           MOVE 'IDEXPIRY' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'IDEXPIRY' TO CD37I-JOB.
           MOVE WS-DOC-COUNT     TO CD37I-ROWS-READ.
           MOVE WS-QUEUED-COUNT  TO CD37I-ROWS-POSTED.
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
