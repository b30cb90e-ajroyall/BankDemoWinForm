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
001300* Program:     DSFED02P.CBL                                    *
001400* Function:    Electronic statement feed - nightly step after   *
001500*              the statement run.  For every active BNKSFEED    *
001600*              subscription it cuts the business day's bank-to- *
001700*              customer statement into the customer's delivery  *
001800*              folder, as an ISO 20022 camt.053 document or a   *
001900*              SWIFT MT940 message: opening and closing booked  *
002000*              balance, one entry per BNKTXN row booked that    *
002100*              day with its value date, BTX_XFER_REF as the     *
002200*              end-to-end reference, BTX_CATEGORY mapped to a   *
002300*              bank transaction code, and the counterparty      *
002400*              where the book knows it (the other leg of an     *
002500*              internal transfer, the BNKWIRE row of a wire).   *
002600*              Each file is logged on BNKSFLOG with its         *
002700*              balances.  A second pass cuts again every file   *
002800*              marked for resend on the Statement Feeds screen  *
002900*              and retries any that could not be written on an  *
003000*              earlier night.  Logs through DBANK37P.           *
003100*              SQL version - standalone batch step, connects    *
003200*              and disconnects itself.                          *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSFED02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDFILE.
       01  FEEDFILE-RECORD                       PIC X(250).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-FEED-FILENAME                  PIC X(75).
           05  WS-FEED-STATUS                    PIC X(2).
               88  WS-FEED-OK                    VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-SYSTIME-HHMMSSTT               PIC 9(8).
           05  WS-SYSTIME-X REDEFINES WS-SYSTIME-HHMMSSTT.
               10  WS-SYSTIME-HH                 PIC 9(2).
               10  WS-SYSTIME-MM                 PIC 9(2).
               10  WS-SYSTIME-SS                 PIC 9(2).
               10  WS-SYSTIME-TT                 PIC 9(2).
           05  WS-CREATED-TS                     PIC X(19).
           05  WS-BDATE-ERRMSG                   PIC X(65).
           05  WS-BDATE-GOODMSG                  PIC X(65).
           05  WS-MAP-SUB                        PIC S9(4) COMP.
           05  WS-ESC-SUB                        PIC S9(4) COMP.
           05  WS-ESC-PTR                        PIC S9(4) COMP.
           05  WS-AMT-LEAD                       PIC S9(4) COMP.

      *-----------------------------------------------------------------
      * Control totals - logged at the end of the run.
      *-----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-FEED-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RESEND-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DELIVERED-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FAILED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * The statement being cut - filled from the subscription for
      * the nightly file, from the BNKSFLOG row for a resend.
      *-----------------------------------------------------------------
       01  WS-STMT-AREA.
           05  WS-STMT-ACCNO                     PIC X(9).
           05  WS-STMT-PID                       PIC X(5).
           05  WS-STMT-FORMAT                    PIC X(1).
               88  WS-STMT-CAMT053               VALUE 'C'.
               88  WS-STMT-MT940                 VALUE 'M'.
           05  WS-STMT-DEST                      PIC X(60).
           05  WS-STMT-CCY                       PIC X(3).
           05  WS-STMT-DATE                      PIC X(10).
           05  WS-STMT-SEQ                       PIC S9(5) COMP-3.
           05  WS-STMT-SEQ-N                     PIC 9(5).
           05  WS-STMT-OPEN-BAL                  PIC S9(7)V99 COMP-3.
           05  WS-STMT-CLOSE-BAL                 PIC S9(7)V99 COMP-3.
           05  WS-STMT-ENTRIES                   PIC S9(5) COMP-3.
           05  WS-STMT-ENTRIES-N                 PIC 9(5).
           05  WS-STMT-WRITTEN                   PIC S9(5) COMP-3.
           05  WS-STMT-ID                        PIC X(24).
           05  WS-STMT-NAME                      PIC X(25).
           05  WS-STMT-DUPL-SW                   PIC X(1).
               88  WS-STMT-IS-DUPLICATE          VALUE 'Y'.
           05  WS-CUT-SW                         PIC X(1).
               88  WS-CUT-OK                     VALUE 'Y'.
               88  WS-CUT-FAILED                 VALUE 'N'.

      *-----------------------------------------------------------------
      * One entry - direction, unsigned amount, dates, references and
      * counterparty, ready for either format.
      *-----------------------------------------------------------------
       01  WS-ENTRY-AREA.
           05  WS-ENT-SIGNED                     PIC S9(7)V99 COMP-3.
           05  WS-ENT-ABS                        PIC 9(7)V99.
           05  WS-ENT-CDT-DBT                    PIC X(4).
               88  WS-ENT-CREDIT                 VALUE 'CRDT'.
               88  WS-ENT-DEBIT                  VALUE 'DBIT'.
           05  WS-ENT-BOOK-DATE                  PIC X(10).
           05  WS-ENT-VALUE-DATE                 PIC X(10).
           05  WS-ENT-E2E-REF                    PIC X(21).
           05  WS-ENT-DESC                       PIC X(30).
           05  WS-CPTY-ACCNO                     PIC X(9).
           05  WS-CPTY-NAME                      PIC X(25).
           05  WS-CPTY-ACC                       PIC X(17).
           05  WS-CPTY-BANK                      PIC X(9).
           05  WS-WIRE-REF                       PIC X(21).
           05  WS-WIRE-DIR                       PIC X(1).

      *-----------------------------------------------------------------
      * BTX_CATEGORY to bank transaction code - the ISO 20022 domain,
      * family (debit side, credit side) and sub-family, and the
      * SWIFT transaction type the MT940 :61: line carries.  The last
      * row is the fallback for a category not listed.  To map a new
      * category, add a row and raise the OCCURS count.
      *-----------------------------------------------------------------
       01  WS-BTC-TABLE.
           05  FILLER      PIC X(20) VALUE 'TPMNTICDTRCDTBOOKTRF'.
           05  FILLER      PIC X(20) VALUE 'FACMTMDOPMCOPCHRGCHG'.
           05  FILLER      PIC X(20) VALUE 'IACMTMDOPMCOPINTRINT'.
           05  FILLER      PIC X(20) VALUE 'DPMNTCNTRCNTRCDPTMSC'.
           05  FILLER      PIC X(20) VALUE 'WPMNTCNTRCNTRCWDLMSC'.
           05  FILLER      PIC X(20) VALUE 'OACMTMDOPMCOPINTRINT'.
           05  FILLER      PIC X(20) VALUE 'NLDASCSLNCSLNINTRINT'.
           05  FILLER      PIC X(20) VALUE 'ELDASCSLNCSLNOTHRMSC'.
           05  FILLER      PIC X(20) VALUE '*PMNTMDOPMCOPOTHRMSC'.
       01  WS-BTC-TABLE-R REDEFINES WS-BTC-TABLE.
           05  WS-BTC-ENTRY OCCURS 9 TIMES.
               10  WS-BTC-CATEGORY   PIC X(1).
               10  WS-BTC-DOMAIN     PIC X(4).
               10  WS-BTC-FAMILY-DR  PIC X(4).
               10  WS-BTC-FAMILY-CR  PIC X(4).
               10  WS-BTC-SUBFAMILY  PIC X(4).
               10  WS-BTC-SWIFT      PIC X(3).
       01  WS-BTC-DOMAIN-OUT                     PIC X(4).
       01  WS-BTC-FAMILY-OUT                     PIC X(4).
       01  WS-BTC-SUBFAMILY-OUT                  PIC X(4).
       01  WS-BTC-SWIFT-OUT                      PIC X(3).

      *-----------------------------------------------------------------
      * Line building - amounts left-justified without leading zeros,
      * free text with the XML special characters escaped.
      *-----------------------------------------------------------------
       01  WS-FEED-LINE                          PIC X(250).
       01  WS-AMT-IN                             PIC S9(7)V99 COMP-3.
       01  WS-AMT-EDIT                           PIC Z(6)9.99.
       01  WS-AMT-TEXT                           PIC X(10).
       01  WS-BAL-CODE                           PIC X(4).
       01  WS-BAL-AMOUNT                         PIC S9(7)V99 COMP-3.
       01  WS-BAL-MT-TAG                         PIC X(5).
       01  WS-BAL-CD                             PIC X(1).
       01  WS-ESC-IN                             PIC X(30).
       01  WS-ESC-OUT                            PIC X(180).
       01  WS-MT-REF                             PIC X(16).
       01  WS-MT-MARK                            PIC X(2).

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.
           COPY CBANKVC91.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWR
           END-EXEC.

           COPY CBANKSFSX.
           COPY CBANKSFLX.
           COPY CBANKSACX.
           COPY CBANKSTXX.
           COPY CBANKSCSX.
           COPY CBANKSWRX.

       01  WS-BUS-DATE                           PIC X(10).
       01  WS-DAY-NET                            PIC S9(9)V99 COMP-3.

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
               PERFORM P030-GET-BUSINESS-DATE
           END-IF.

           IF WS-DB-CONNECTED AND NOT WS-JOB-HAD-ERROR
               PERFORM P020-LOG-START
               PERFORM P100-DAILY-FEEDS THRU P100-EXIT
               PERFORM P500-RESEND-FEEDS THRU P500-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
           END-IF.

           IF WS-DB-CONNECTED
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DSFED02P - unable to connect, statement feed aborted'
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
      * The statement day is the business date the stream is closing -
      * the BNKBDATE control, not the wall clock, the same date
      * DBANK06P stamps into BTX_POST_DATE.
      *=================================================================
       P030-GET-BUSINESS-DATE.
           MOVE SPACES     TO CD91-DATA WS-BDATE-ERRMSG.
           SET CD91I-QUERY TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG = SPACES
               MOVE CD91O-CURR-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'DSFED02P - business date unavailable: '
                       WS-BDATE-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME-HHMMSSTT FROM TIME.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
                  'T'              DELIMITED BY SIZE
                  WS-SYSTIME-HH    DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  WS-SYSTIME-MM    DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  WS-SYSTIME-SS    DELIMITED BY SIZE
             INTO WS-CREATED-TS.

      *=================================================================
      * Tonight's files - every active subscription not yet cut for
      * this business date (so a rerun of the stream does not cut a
      * second file or burn a statement number).
      *=================================================================
       P100-DAILY-FEEDS.
           MOVE WS-BUS-DATE TO DCL-SFS-LAST-DATE.

           EXEC SQL
                DECLARE SFS_CSR CURSOR FOR
                SELECT S.SFS_ACCNO, S.SFS_PID, S.SFS_FORMAT,
                       S.SFS_DEST, S.SFS_STMT_SEQ,
                       A.BAC_BALANCE, A.BAC_CURRENCY
                FROM BNKSFEED S,
                     BNKACC A
                WHERE S.SFS_STATUS    = 'A'
                  AND S.SFS_LAST_DATE < :DCL-SFS-LAST-DATE
                  AND A.BAC_ACCNO     = S.SFS_ACCNO
                ORDER BY S.SFS_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SFS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           PERFORM P110-FETCH-FEED
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SFS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           DISPLAY 'DSFED02P - statement feeds for ' WS-BUS-DATE
                   ', subscriptions: ' WS-FEED-COUNT.

       P100-EXIT.
           EXIT.

       P110-FETCH-FEED.
           EXEC SQL
                FETCH SFS_CSR
                INTO :DCL-SFS-ACCNO,
                     :DCL-SFS-PID,
                     :DCL-SFS-FORMAT,
                     :DCL-SFS-DEST,
                     :DCL-SFS-STMT-SEQ,
                     :DCL-BAC-BALANCE,
                     :DCL-BAC-CURRENCY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P200-ONE-FEED THRU P200-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One subscription - the day's net movement gives the opening
      * balance back from the live closing one (nothing posts while
      * the stream holds the date in rollover), then the file, the
      * log row and the subscription's next statement number.
      *-----------------------------------------------------------------
       P200-ONE-FEED.
           ADD 1 TO WS-FEED-COUNT.

           MOVE DCL-SFS-ACCNO  TO WS-STMT-ACCNO.
           MOVE DCL-SFS-PID    TO WS-STMT-PID.
           MOVE DCL-SFS-FORMAT TO WS-STMT-FORMAT.
           MOVE DCL-SFS-DEST   TO WS-STMT-DEST.
           MOVE WS-BUS-DATE    TO WS-STMT-DATE.
           MOVE 'N'            TO WS-STMT-DUPL-SW.
           COMPUTE WS-STMT-SEQ = DCL-SFS-STMT-SEQ + 1.
           PERFORM P210-SET-CURRENCY.

      *    Ledger and card rows carry their own sign; any other row
      *    is a debit when it is the '1' leg - the same reading P310
      *    gives each entry.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(
                           CASE WHEN BTX_AMOUNT < 0
                                THEN BTX_AMOUNT
                                WHEN BTX_SUB_TYPE = '1'
                                THEN -BTX_AMOUNT
                                ELSE BTX_AMOUNT
                           END), 0)
                  INTO :DCL-SFL-ENTRIES, :WS-DAY-NET
                  FROM BNKTXN
                 WHERE BTX_ACCNO = :WS-STMT-ACCNO
                   AND (BTX_POST_DATE = :WS-STMT-DATE
                    OR (BTX_POST_DATE = ' ' AND
                        CHAR(DATE(BTX_TIMESTAMP)) = :WS-STMT-DATE))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P200-EXIT
           END-IF.

           MOVE DCL-SFL-ENTRIES TO WS-STMT-ENTRIES.
           MOVE DCL-BAC-BALANCE TO WS-STMT-CLOSE-BAL.
           COMPUTE WS-STMT-OPEN-BAL = DCL-BAC-BALANCE - WS-DAY-NET.

           PERFORM P300-CUT-STATEMENT THRU P300-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO P200-EXIT
           END-IF.

           MOVE WS-STMT-ACCNO     TO DCL-SFL-ACCNO.
           MOVE WS-STMT-DATE      TO DCL-SFL-STMT-DATE.
           MOVE WS-STMT-SEQ       TO DCL-SFL-STMT-SEQ.
           MOVE WS-STMT-FORMAT    TO DCL-SFL-FORMAT.
           MOVE WS-FEED-FILENAME  TO DCL-SFL-FILE-NAME.
           MOVE WS-STMT-OPEN-BAL  TO DCL-SFL-OPEN-BAL.
           MOVE WS-STMT-CLOSE-BAL TO DCL-SFL-CLOSE-BAL.
           MOVE WS-STMT-WRITTEN   TO DCL-SFL-ENTRIES.
           MOVE 1                 TO DCL-SFL-SEND-COUNT.
           MOVE SPACES            TO DCL-SFL-REQ-BY.
           IF WS-CUT-OK
               SET DCL-SFL-DELIVERED TO TRUE
           ELSE
               SET DCL-SFL-FAILED    TO TRUE
           END-IF.

           EXEC SQL
                INSERT INTO BNKSFLOG (
                  SFL_ACCNO,
                  SFL_STMT_DATE,
                  SFL_STMT_SEQ,
                  SFL_FORMAT,
                  SFL_FILE_NAME,
                  SFL_OPEN_BAL,
                  SFL_CLOSE_BAL,
                  SFL_ENTRIES,
                  SFL_STATUS,
                  SFL_SEND_COUNT,
                  SFL_SENT_TS,
                  SFL_REQ_BY
                ) VALUES (
                  :DCL-SFL-ACCNO,
                  :DCL-SFL-STMT-DATE,
                  :DCL-SFL-STMT-SEQ,
                  :DCL-SFL-FORMAT,
                  :DCL-SFL-FILE-NAME,
                  :DCL-SFL-OPEN-BAL,
                  :DCL-SFL-CLOSE-BAL,
                  :DCL-SFL-ENTRIES,
                  :DCL-SFL-STATUS,
                  :DCL-SFL-SEND-COUNT,
                  CURRENT TIMESTAMP,
                  :DCL-SFL-REQ-BY)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-STMT-SEQ  TO DCL-SFS-STMT-SEQ.
           MOVE WS-STMT-DATE TO DCL-SFS-LAST-DATE.

           EXEC SQL
                UPDATE BNKSFEED
                   SET SFS_STMT_SEQ  = :DCL-SFS-STMT-SEQ,
                       SFS_LAST_DATE = :DCL-SFS-LAST-DATE
                 WHERE SFS_ACCNO = :DCL-SFS-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A blank BAC_CURRENCY is the home currency.
      *-----------------------------------------------------------------
       P210-SET-CURRENCY.
           IF DCL-BAC-CURRENCY = SPACES
               MOVE 'USD' TO WS-STMT-CCY
           ELSE
               MOVE DCL-BAC-CURRENCY TO WS-STMT-CCY
           END-IF.

      *=================================================================
      * Write one statement file - header and balances, the day's
      * entries in booking order, closing balance.  A file that cannot
      * be opened is a failed delivery for the log, not a failed job:
      * the next night's run tries it again.
      *=================================================================
       P300-CUT-STATEMENT.
           MOVE WS-STMT-SEQ TO WS-STMT-SEQ-N.
           MOVE ZERO        TO WS-STMT-WRITTEN.
           SET WS-CUT-OK    TO TRUE.

           MOVE SPACES TO WS-STMT-ID.
           STRING 'ST'              DELIMITED BY SIZE
                  WS-STMT-ACCNO     DELIMITED BY SIZE
                  WS-STMT-DATE(1:4) DELIMITED BY SIZE
                  WS-STMT-DATE(6:2) DELIMITED BY SIZE
                  WS-STMT-DATE(9:2) DELIMITED BY SIZE
                  WS-STMT-SEQ-N     DELIMITED BY SIZE
             INTO WS-STMT-ID.

           MOVE SPACES TO WS-FEED-FILENAME.
           IF WS-STMT-CAMT053
               STRING WS-STMT-DEST DELIMITED BY '  '
                      WS-STMT-ID   DELIMITED BY SIZE
                      '.XML'       DELIMITED BY SIZE
                 INTO WS-FEED-FILENAME
           ELSE
               STRING WS-STMT-DEST DELIMITED BY '  '
                      WS-STMT-ID   DELIMITED BY SIZE
                      '.STA'       DELIMITED BY SIZE
                 INTO WS-FEED-FILENAME
           END-IF.

           MOVE SPACES      TO WS-STMT-NAME.
           MOVE WS-STMT-PID TO DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_NAME
                  INTO :DCL-BCS-NAME
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-BCS-NAME TO WS-STMT-NAME
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF WS-JOB-HAD-ERROR
               GO TO P300-EXIT
           END-IF.

           OPEN OUTPUT FEEDFILE.

           IF NOT WS-FEED-OK
               DISPLAY 'DSFED02P - cannot write ' WS-FEED-FILENAME
                       ' status ' WS-FEED-STATUS
               SET WS-CUT-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               GO TO P300-EXIT
           END-IF.

           IF WS-STMT-CAMT053
               PERFORM P400-CAMT-HEADER
           ELSE
               PERFORM P450-MT940-HEADER
           END-IF.

           EXEC SQL
                DECLARE ENT_CSR CURSOR FOR
                SELECT BTX_TIMESTAMP, BTX_TYPE, BTX_SUB_TYPE,
                       BTX_AMOUNT, BTX_DATA_OLD, BTX_CATEGORY,
                       BTX_XFER_REF, BTX_VALUE_DATE, BTX_POST_DATE
                FROM BNKTXN
                WHERE BTX_ACCNO = :WS-STMT-ACCNO
                  AND (BTX_POST_DATE = :WS-STMT-DATE
                   OR (BTX_POST_DATE = ' ' AND
                       CHAR(DATE(BTX_TIMESTAMP)) = :WS-STMT-DATE))
                ORDER BY BTX_TIMESTAMP
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ENT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-ENTRY
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE ENT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-STMT-CAMT053
               PERFORM P430-CAMT-TRAILER
           ELSE
               PERFORM P470-MT940-TRAILER
           END-IF.

           CLOSE FEEDFILE.

           ADD 1 TO WS-DELIVERED-COUNT.

       P300-EXIT.
           EXIT.

       P310-FETCH-ENTRY.
           EXEC SQL
                FETCH ENT_CSR
                INTO :DCL-BTX-TIMESTAMP,
                     :DCL-BTX-TYPE,
                     :DCL-BTX-SUB-TYPE,
                     :DCL-BTX-AMOUNT,
                     :DCL-BTX-DATA-OLD,
                     :DCL-BTX-CATEGORY,
                     :DCL-BTX-XFER-REF,
                     :DCL-BTX-VALUE-DATE,
                     :DCL-BTX-POST-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P320-ONE-ENTRY
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One BNKTXN row as a statement entry.  Booked on its posting
      * business date, valued on BTX_VALUE_DATE when it was back-
      * valued; the transfer reference is the end-to-end reference.
      *-----------------------------------------------------------------
       P320-ONE-ENTRY.
           EVALUATE TRUE
               WHEN DCL-BTX-AMOUNT < ZERO
                   MOVE DCL-BTX-AMOUNT TO WS-ENT-SIGNED
               WHEN DCL-BTX-SUB-TYPE = '1'
                   COMPUTE WS-ENT-SIGNED = DCL-BTX-AMOUNT * -1
               WHEN OTHER
                   MOVE DCL-BTX-AMOUNT TO WS-ENT-SIGNED
           END-EVALUATE.

           IF WS-ENT-SIGNED < ZERO
               SET WS-ENT-DEBIT TO TRUE
               COMPUTE WS-ENT-ABS = WS-ENT-SIGNED * -1
           ELSE
               SET WS-ENT-CREDIT TO TRUE
               MOVE WS-ENT-SIGNED TO WS-ENT-ABS
           END-IF.

           IF DCL-BTX-POST-DATE = SPACES
               MOVE DCL-BTX-TIMESTAMP(1:10) TO WS-ENT-BOOK-DATE
           ELSE
               MOVE DCL-BTX-POST-DATE TO WS-ENT-BOOK-DATE
           END-IF.

           IF DCL-BTX-VALUE-DATE = SPACES
               MOVE WS-ENT-BOOK-DATE TO WS-ENT-VALUE-DATE
           ELSE
               MOVE DCL-BTX-VALUE-DATE TO WS-ENT-VALUE-DATE
           END-IF.

           IF DCL-BTX-XFER-REF = SPACES
               MOVE 'NOTPROVIDED' TO WS-ENT-E2E-REF
           ELSE
               MOVE DCL-BTX-XFER-REF TO WS-ENT-E2E-REF
           END-IF.

           MOVE DCL-BTX-DATA-OLD(1:30) TO WS-ENT-DESC.

           PERFORM P330-MAP-CATEGORY.
           PERFORM P340-COUNTERPARTY THRU P340-EXIT.

           IF NOT WS-JOB-HAD-ERROR
               IF WS-STMT-CAMT053
                   PERFORM P410-CAMT-ENTRY
               ELSE
                   PERFORM P460-MT940-ENTRY
               END-IF
               ADD 1 TO WS-STMT-WRITTEN
           END-IF.

      *-----------------------------------------------------------------
      * Look the category up - the fallback row stops the search.
      *-----------------------------------------------------------------
       P330-MAP-CATEGORY.
           PERFORM P335-NEXT-BTC
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB NOT LESS THAN 9
                  OR WS-BTC-CATEGORY(WS-MAP-SUB) = DCL-BTX-CATEGORY.

           MOVE WS-BTC-DOMAIN(WS-MAP-SUB)    TO WS-BTC-DOMAIN-OUT.
           MOVE WS-BTC-SUBFAMILY(WS-MAP-SUB) TO WS-BTC-SUBFAMILY-OUT.
           MOVE WS-BTC-SWIFT(WS-MAP-SUB)     TO WS-BTC-SWIFT-OUT.
           IF WS-ENT-DEBIT
               MOVE WS-BTC-FAMILY-DR(WS-MAP-SUB) TO WS-BTC-FAMILY-OUT
           ELSE
               MOVE WS-BTC-FAMILY-CR(WS-MAP-SUB) TO WS-BTC-FAMILY-OUT
           END-IF.

       P335-NEXT-BTC.
           CONTINUE.

      *-----------------------------------------------------------------
      * The counterparty, where the book knows it - the other account
      * sharing an internal transfer's reference and its owner, or
      * the external bank and account on the BNKWIRE row a wire
      * posting names in its description.
      *-----------------------------------------------------------------
       P340-COUNTERPARTY.
           MOVE SPACES TO WS-CPTY-ACCNO WS-CPTY-NAME
                          WS-CPTY-ACC WS-CPTY-BANK.

           IF DCL-BTX-TYPE = '1' AND DCL-BTX-XFER-REF NOT = SPACES
               EXEC SQL
                    SELECT COALESCE(MAX(BTX_ACCNO), ' ')
                      INTO :WS-CPTY-ACCNO
                      FROM BNKTXN
                     WHERE BTX_XFER_REF = :DCL-BTX-XFER-REF
                       AND BTX_TYPE     = '1'
                       AND BTX_ACCNO   <> :WS-STMT-ACCNO
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-CPTY-ACCNO NOT = SPACES
                   PERFORM P345-CPTY-OWNER
               END-IF
               GO TO P340-EXIT
           END-IF.

           MOVE SPACES TO WS-WIRE-REF WS-WIRE-DIR.
           IF DCL-BTX-DATA-OLD(1:9) = 'Wire out '
               MOVE DCL-BTX-DATA-OLD(10:21) TO WS-WIRE-REF
               SET DCL-WIR-OUTBOUND TO TRUE
           END-IF.
           IF DCL-BTX-DATA-OLD(1:8) = 'Wire in '
               MOVE DCL-BTX-DATA-OLD(9:21) TO WS-WIRE-REF
               SET DCL-WIR-INBOUND TO TRUE
           END-IF.

           IF WS-WIRE-REF = SPACES
               GO TO P340-EXIT
           END-IF.

           MOVE WS-WIRE-REF TO DCL-WIR-REF.

           EXEC SQL
                SELECT WIR_ROUTING, WIR_EXT_ACC
                  INTO :DCL-WIR-ROUTING, :DCL-WIR-EXT-ACC
                  FROM BNKWIRE
                 WHERE WIR_REF       = :DCL-WIR-REF
                   AND WIR_DIRECTION = :DCL-WIR-DIRECTION
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-WIR-ROUTING TO WS-CPTY-BANK
               MOVE DCL-WIR-EXT-ACC TO WS-CPTY-ACC
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P340-EXIT.
           EXIT.

       P345-CPTY-OWNER.
           MOVE WS-CPTY-ACCNO TO WS-CPTY-ACC DCL-BAC-ACCNO.

           EXEC SQL
                SELECT C.BCS_NAME
                  INTO :WS-CPTY-NAME
                  FROM BNKACC A,
                       BNKCUST C
                 WHERE A.BAC_ACCNO = :DCL-BAC-ACCNO
                   AND C.BCS_PID   = A.BAC_PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * ISO 20022 camt.053.001.02 - BkToCstmrStmt with one Stmt.  A
      * resend carries CpyDplctInd DUPL so the customer's system does
      * not load it twice.
      *=================================================================
       P400-CAMT-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
             TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                    DELIMITED BY SIZE
                  'camt.053.001.02">' DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE ' <BkToCstmrStmt>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '  <GrpHdr>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <MsgId>'  DELIMITED BY SIZE
                  WS-STMT-ID    DELIMITED BY SIZE
                  '</MsgId>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <CreDtTm>' DELIMITED BY SIZE
                  WS-CREATED-TS  DELIMITED BY SIZE
                  '</CreDtTm>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '  </GrpHdr>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '  <Stmt>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <Id>'     DELIMITED BY SIZE
                  WS-STMT-ID    DELIMITED BY SIZE
                  '</Id>'       DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <ElctrncSeqNb>' DELIMITED BY SIZE
                  WS-STMT-SEQ-N       DELIMITED BY SIZE
                  '</ElctrncSeqNb>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <CreDtTm>' DELIMITED BY SIZE
                  WS-CREATED-TS  DELIMITED BY SIZE
                  '</CreDtTm>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '   <FrToDt><FrDtTm>' DELIMITED BY SIZE
                  WS-STMT-DATE          DELIMITED BY SIZE
                  'T00:00:00</FrDtTm><ToDtTm>' DELIMITED BY SIZE
                  WS-STMT-DATE          DELIMITED BY SIZE
                  'T23:59:59</ToDtTm></FrToDt>' DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           IF WS-STMT-IS-DUPLICATE
               MOVE '   <CpyDplctInd>DUPL</CpyDplctInd>'
                 TO WS-FEED-LINE
               PERFORM P600-PUT-LINE
           END-IF.
           MOVE '   <Acct>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <Id><Othr><Id>' DELIMITED BY SIZE
                  WS-STMT-ACCNO        DELIMITED BY SIZE
                  '</Id></Othr></Id>'  DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <Ccy>'  DELIMITED BY SIZE
                  WS-STMT-CCY  DELIMITED BY SIZE
                  '</Ccy>'     DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE WS-STMT-NAME TO WS-ESC-IN.
           PERFORM P700-ESCAPE-TEXT.
           STRING '    <Ownr><Nm>' DELIMITED BY SIZE
                  WS-ESC-OUT       DELIMITED BY '  '
                  '</Nm></Ownr>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '   </Acct>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

           MOVE 'OPBD'           TO WS-BAL-CODE.
           MOVE WS-STMT-OPEN-BAL TO WS-BAL-AMOUNT.
           PERFORM P420-CAMT-BALANCE.
           MOVE 'CLBD'            TO WS-BAL-CODE.
           MOVE WS-STMT-CLOSE-BAL TO WS-BAL-AMOUNT.
           PERFORM P420-CAMT-BALANCE.

           MOVE WS-STMT-ENTRIES TO WS-STMT-ENTRIES-N.
           STRING '   <TxsSummry><TtlNtries><NbOfNtries>'
                    DELIMITED BY SIZE
                  WS-STMT-ENTRIES-N DELIMITED BY SIZE
                  '</NbOfNtries></TtlNtries></TxsSummry>'
                    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

       P410-CAMT-ENTRY.
           MOVE '   <Ntry>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE WS-ENT-ABS TO WS-AMT-IN.
           PERFORM P720-FORMAT-AMOUNT.
           STRING '    <Amt Ccy="' DELIMITED BY SIZE
                  WS-STMT-CCY      DELIMITED BY SIZE
                  '">'             DELIMITED BY SIZE
                  WS-AMT-TEXT      DELIMITED BY SPACE
                  '</Amt>'         DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <CdtDbtInd>' DELIMITED BY SIZE
                  WS-ENT-CDT-DBT    DELIMITED BY SIZE
                  '</CdtDbtInd>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           IF DCL-BTX-TYPE = '2'
               MOVE '    <RvslInd>true</RvslInd>' TO WS-FEED-LINE
               PERFORM P600-PUT-LINE
           END-IF.
           MOVE '    <Sts>BOOK</Sts>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <BookgDt><Dt>' DELIMITED BY SIZE
                  WS-ENT-BOOK-DATE    DELIMITED BY SIZE
                  '</Dt></BookgDt>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <ValDt><Dt>'  DELIMITED BY SIZE
                  WS-ENT-VALUE-DATE  DELIMITED BY SIZE
                  '</Dt></ValDt>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <AcctSvcrRef>' DELIMITED BY SIZE
                  DCL-BTX-TIMESTAMP   DELIMITED BY SPACE
                  '</AcctSvcrRef>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <BkTxCd><Domn><Cd>' DELIMITED BY SIZE
                  WS-BTC-DOMAIN-OUT        DELIMITED BY SIZE
                  '</Cd><Fmly><Cd>'        DELIMITED BY SIZE
                  WS-BTC-FAMILY-OUT        DELIMITED BY SIZE
                  '</Cd><SubFmlyCd>'       DELIMITED BY SIZE
                  WS-BTC-SUBFAMILY-OUT     DELIMITED BY SIZE
                  '</SubFmlyCd></Fmly></Domn><Prtry><Cd>'
                                           DELIMITED BY SIZE
                  DCL-BTX-CATEGORY         DELIMITED BY SIZE
                  '</Cd></Prtry></BkTxCd>' DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '    <NtryDtls><TxDtls>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '     <Refs><EndToEndId>' DELIMITED BY SIZE
                  WS-ENT-E2E-REF            DELIMITED BY SPACE
                  '</EndToEndId></Refs>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           IF WS-CPTY-ACC NOT = SPACES
               PERFORM P415-CAMT-PARTY
           END-IF.
           IF WS-ENT-DESC NOT = SPACES
               MOVE WS-ENT-DESC TO WS-ESC-IN
               PERFORM P700-ESCAPE-TEXT
               STRING '     <RmtInf><Ustrd>' DELIMITED BY SIZE
                      WS-ESC-OUT              DELIMITED BY '  '
                      '</Ustrd></RmtInf>'     DELIMITED BY SIZE
                 INTO WS-FEED-LINE
               PERFORM P600-PUT-LINE
           END-IF.
           MOVE '    </TxDtls></NtryDtls>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '   </Ntry>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

      *-----------------------------------------------------------------
      * The other side - the creditor of a debit, the debtor of a
      * credit - and, for a wire, the other bank's routing number.
      *-----------------------------------------------------------------
       P415-CAMT-PARTY.
           MOVE '     <RltdPties>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           IF WS-CPTY-NAME NOT = SPACES
               MOVE WS-CPTY-NAME TO WS-ESC-IN
               PERFORM P700-ESCAPE-TEXT
               IF WS-ENT-DEBIT
                   STRING '      <Cdtr><Nm>' DELIMITED BY SIZE
                          WS-ESC-OUT         DELIMITED BY '  '
                          '</Nm></Cdtr>'     DELIMITED BY SIZE
                     INTO WS-FEED-LINE
               ELSE
                   STRING '      <Dbtr><Nm>' DELIMITED BY SIZE
                          WS-ESC-OUT         DELIMITED BY '  '
                          '</Nm></Dbtr>'     DELIMITED BY SIZE
                     INTO WS-FEED-LINE
               END-IF
               PERFORM P600-PUT-LINE
           END-IF.
           IF WS-ENT-DEBIT
               STRING '      <CdtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                      WS-CPTY-ACC       DELIMITED BY SPACE
                      '</Id></Othr></Id></CdtrAcct>' DELIMITED BY SIZE
                 INTO WS-FEED-LINE
           ELSE
               STRING '      <DbtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                      WS-CPTY-ACC       DELIMITED BY SPACE
                      '</Id></Othr></Id></DbtrAcct>' DELIMITED BY SIZE
                 INTO WS-FEED-LINE
           END-IF.
           PERFORM P600-PUT-LINE.
           MOVE '     </RltdPties>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           IF WS-CPTY-BANK NOT = SPACES
               IF WS-ENT-DEBIT
                   STRING '     <RltdAgts><CdtrAgt>' DELIMITED BY SIZE
                          '<FinInstnId><ClrSysMmbId><MmbId>'
                                                     DELIMITED BY SIZE
                          WS-CPTY-BANK               DELIMITED BY SIZE
                          '</MmbId></ClrSysMmbId></FinInstnId>'
                                                     DELIMITED BY SIZE
                          '</CdtrAgt></RltdAgts>'    DELIMITED BY SIZE
                     INTO WS-FEED-LINE
               ELSE
                   STRING '     <RltdAgts><DbtrAgt>' DELIMITED BY SIZE
                          '<FinInstnId><ClrSysMmbId><MmbId>'
                                                     DELIMITED BY SIZE
                          WS-CPTY-BANK               DELIMITED BY SIZE
                          '</MmbId></ClrSysMmbId></FinInstnId>'
                                                     DELIMITED BY SIZE
                          '</DbtrAgt></RltdAgts>'    DELIMITED BY SIZE
                     INTO WS-FEED-LINE
               END-IF
               PERFORM P600-PUT-LINE
           END-IF.

       P420-CAMT-BALANCE.
           IF WS-BAL-AMOUNT < ZERO
               COMPUTE WS-AMT-IN = WS-BAL-AMOUNT * -1
               MOVE 'DBIT' TO WS-ENT-CDT-DBT
           ELSE
               MOVE WS-BAL-AMOUNT TO WS-AMT-IN
               MOVE 'CRDT' TO WS-ENT-CDT-DBT
           END-IF.
           PERFORM P720-FORMAT-AMOUNT.

           MOVE '   <Bal>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <Tp><CdOrPrtry><Cd>' DELIMITED BY SIZE
                  WS-BAL-CODE               DELIMITED BY SIZE
                  '</Cd></CdOrPrtry></Tp>'  DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <Amt Ccy="' DELIMITED BY SIZE
                  WS-STMT-CCY      DELIMITED BY SIZE
                  '">'             DELIMITED BY SIZE
                  WS-AMT-TEXT      DELIMITED BY SPACE
                  '</Amt>'         DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <CdtDbtInd>' DELIMITED BY SIZE
                  WS-ENT-CDT-DBT    DELIMITED BY SIZE
                  '</CdtDbtInd>'    DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING '    <Dt><Dt>' DELIMITED BY SIZE
                  WS-STMT-DATE   DELIMITED BY SIZE
                  '</Dt></Dt>'   DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '   </Bal>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

       P430-CAMT-TRAILER.
           MOVE '  </Stmt>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE ' </BkToCstmrStmt>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           MOVE '</Document>' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

      *=================================================================
      * SWIFT MT940 - the text block only, one tag per line, the
      * statement closed by '-'.  Dates are YYMMDD, amounts take a
      * decimal comma.
      *=================================================================
       P450-MT940-HEADER.
           STRING ':20:'        DELIMITED BY SIZE
                  WS-STMT-ACCNO DELIMITED BY SIZE
                  WS-STMT-SEQ-N DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING ':25:'        DELIMITED BY SIZE
                  WS-STMT-ACCNO DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.
           STRING ':28C:'       DELIMITED BY SIZE
                  WS-STMT-SEQ-N DELIMITED BY SIZE
                  '/1'          DELIMITED BY SIZE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

           MOVE ':60F:'          TO WS-BAL-MT-TAG.
           MOVE WS-STMT-OPEN-BAL TO WS-BAL-AMOUNT.
           PERFORM P480-MT940-BALANCE.

       P460-MT940-ENTRY.
           MOVE WS-ENT-ABS TO WS-AMT-IN.
           PERFORM P720-FORMAT-AMOUNT.
           INSPECT WS-AMT-TEXT REPLACING ALL '.' BY ','.

           IF WS-ENT-DEBIT
               MOVE 'D' TO WS-MT-MARK
           ELSE
               MOVE 'C' TO WS-MT-MARK
           END-IF.
      *    A reversal is RC (reversal of a credit, so a debit) or RD.
           IF DCL-BTX-TYPE = '2'
               IF WS-ENT-DEBIT
                   MOVE 'RC' TO WS-MT-MARK
               ELSE
                   MOVE 'RD' TO WS-MT-MARK
               END-IF
           END-IF.

           IF DCL-BTX-XFER-REF = SPACES
               MOVE 'NONREF' TO WS-MT-REF
           ELSE
               MOVE DCL-BTX-XFER-REF(1:16) TO WS-MT-REF
           END-IF.

           STRING ':61:'                  DELIMITED BY SIZE
                  WS-ENT-VALUE-DATE(3:2)  DELIMITED BY SIZE
                  WS-ENT-VALUE-DATE(6:2)  DELIMITED BY SIZE
                  WS-ENT-VALUE-DATE(9:2)  DELIMITED BY SIZE
                  WS-ENT-BOOK-DATE(6:2)   DELIMITED BY SIZE
                  WS-ENT-BOOK-DATE(9:2)   DELIMITED BY SIZE
                  WS-MT-MARK              DELIMITED BY SPACE
                  WS-AMT-TEXT             DELIMITED BY SPACE
                  'N'                     DELIMITED BY SIZE
                  WS-BTC-SWIFT-OUT        DELIMITED BY SIZE
                  WS-MT-REF               DELIMITED BY SPACE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

           STRING ':86:'      DELIMITED BY SIZE
                  WS-ENT-DESC DELIMITED BY '  '
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

           IF WS-CPTY-ACC NOT = SPACES
               STRING WS-CPTY-NAME DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      WS-CPTY-BANK DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                      WS-CPTY-ACC  DELIMITED BY SPACE
                 INTO WS-FEED-LINE
               PERFORM P600-PUT-LINE
           END-IF.

       P470-MT940-TRAILER.
           MOVE ':62F:'           TO WS-BAL-MT-TAG.
           MOVE WS-STMT-CLOSE-BAL TO WS-BAL-AMOUNT.
           PERFORM P480-MT940-BALANCE.
           MOVE '-' TO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

       P480-MT940-BALANCE.
           IF WS-BAL-AMOUNT < ZERO
               COMPUTE WS-AMT-IN = WS-BAL-AMOUNT * -1
               MOVE 'D' TO WS-BAL-CD
           ELSE
               MOVE WS-BAL-AMOUNT TO WS-AMT-IN
               MOVE 'C' TO WS-BAL-CD
           END-IF.
           PERFORM P720-FORMAT-AMOUNT.
           INSPECT WS-AMT-TEXT REPLACING ALL '.' BY ','.

           STRING WS-BAL-MT-TAG      DELIMITED BY SIZE
                  WS-BAL-CD          DELIMITED BY SIZE
                  WS-STMT-DATE(3:2)  DELIMITED BY SIZE
                  WS-STMT-DATE(6:2)  DELIMITED BY SIZE
                  WS-STMT-DATE(9:2)  DELIMITED BY SIZE
                  WS-STMT-CCY        DELIMITED BY SIZE
                  WS-AMT-TEXT        DELIMITED BY SPACE
             INTO WS-FEED-LINE.
           PERFORM P600-PUT-LINE.

      *=================================================================
      * Files to cut again - asked for on the Statement Feeds screen,
      * or not written on an earlier night.  The statement is rebuilt
      * from the balances logged with it, under the same number and
      * the subscription's current folder.
      *=================================================================
       P500-RESEND-FEEDS.
           IF WS-JOB-HAD-ERROR
               GO TO P500-EXIT
           END-IF.

           MOVE WS-BUS-DATE TO DCL-SFL-STMT-DATE.

           EXEC SQL
                DECLARE RSD_CSR CURSOR FOR
                SELECT L.SFL_ACCNO, L.SFL_STMT_DATE, L.SFL_STMT_SEQ,
                       L.SFL_FORMAT, L.SFL_OPEN_BAL, L.SFL_CLOSE_BAL,
                       L.SFL_STATUS, S.SFS_PID, S.SFS_DEST,
                       A.BAC_CURRENCY
                FROM BNKSFLOG L,
                     BNKSFEED S,
                     BNKACC A
                WHERE (L.SFL_STATUS = 'R' OR
                       (L.SFL_STATUS = 'F' AND
                        L.SFL_STMT_DATE < :DCL-SFL-STMT-DATE))
                  AND S.SFS_ACCNO = L.SFL_ACCNO
                  AND A.BAC_ACCNO = L.SFL_ACCNO
                ORDER BY L.SFL_ACCNO, L.SFL_STMT_DATE
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P500-EXIT
           END-IF.

           PERFORM P510-FETCH-RESEND
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE RSD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           DISPLAY 'DSFED02P - resends: ' WS-RESEND-COUNT
                   ' delivered: ' WS-DELIVERED-COUNT
                   ' failed: ' WS-FAILED-COUNT.

       P500-EXIT.
           EXIT.

       P510-FETCH-RESEND.
           EXEC SQL
                FETCH RSD_CSR
                INTO :DCL-SFL-ACCNO,
                     :DCL-SFL-STMT-DATE,
                     :DCL-SFL-STMT-SEQ,
                     :DCL-SFL-FORMAT,
                     :DCL-SFL-OPEN-BAL,
                     :DCL-SFL-CLOSE-BAL,
                     :DCL-SFL-STATUS,
                     :DCL-SFS-PID,
                     :DCL-SFS-DEST,
                     :DCL-BAC-CURRENCY
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P520-ONE-RESEND THRU P520-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Only an asked-for resend is a duplicate - a file that failed
      * was never received, so its retry goes out as the original.
      *-----------------------------------------------------------------
       P520-ONE-RESEND.
           ADD 1 TO WS-RESEND-COUNT.

           MOVE DCL-SFL-ACCNO     TO WS-STMT-ACCNO.
           MOVE DCL-SFS-PID       TO WS-STMT-PID.
           MOVE DCL-SFL-FORMAT    TO WS-STMT-FORMAT.
           MOVE DCL-SFS-DEST      TO WS-STMT-DEST.
           MOVE DCL-SFL-STMT-DATE TO WS-STMT-DATE.
           MOVE DCL-SFL-STMT-SEQ  TO WS-STMT-SEQ.
           MOVE DCL-SFL-OPEN-BAL  TO WS-STMT-OPEN-BAL.
           MOVE DCL-SFL-CLOSE-BAL TO WS-STMT-CLOSE-BAL.
           PERFORM P210-SET-CURRENCY.

           IF DCL-SFL-RESEND
               MOVE 'Y' TO WS-STMT-DUPL-SW
           ELSE
               MOVE 'N' TO WS-STMT-DUPL-SW
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :DCL-SFL-ENTRIES
                  FROM BNKTXN
                 WHERE BTX_ACCNO = :WS-STMT-ACCNO
                   AND (BTX_POST_DATE = :WS-STMT-DATE
                    OR (BTX_POST_DATE = ' ' AND
                        CHAR(DATE(BTX_TIMESTAMP)) = :WS-STMT-DATE))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P520-EXIT
           END-IF.

           MOVE DCL-SFL-ENTRIES TO WS-STMT-ENTRIES.

           PERFORM P300-CUT-STATEMENT THRU P300-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO P520-EXIT
           END-IF.

           MOVE WS-FEED-FILENAME TO DCL-SFL-FILE-NAME.
           MOVE WS-STMT-WRITTEN  TO DCL-SFL-ENTRIES.
           IF WS-CUT-OK
               SET DCL-SFL-DELIVERED TO TRUE
           ELSE
               SET DCL-SFL-FAILED    TO TRUE
           END-IF.

           EXEC SQL
                UPDATE BNKSFLOG
                   SET SFL_STATUS     = :DCL-SFL-STATUS,
                       SFL_FILE_NAME  = :DCL-SFL-FILE-NAME,
                       SFL_ENTRIES    = :DCL-SFL-ENTRIES,
                       SFL_SEND_COUNT = SFL_SEND_COUNT + 1,
                       SFL_SENT_TS    = CURRENT TIMESTAMP
                 WHERE SFL_ACCNO     = :DCL-SFL-ACCNO
                   AND SFL_STMT_DATE = :DCL-SFL-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P520-EXIT.
           EXIT.

      *=================================================================
      * Line and text helpers.
      *=================================================================
       P600-PUT-LINE.
           WRITE FEEDFILE-RECORD FROM WS-FEED-LINE.
           MOVE SPACES TO WS-FEED-LINE.

      *-----------------------------------------------------------------
      * Copy WS-ESC-IN to WS-ESC-OUT with & < > " and ' written as
      * their XML entities - trailing spaces come across as spaces,
      * for the caller to drop with DELIMITED BY '  '.
      *-----------------------------------------------------------------
       P700-ESCAPE-TEXT.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE 1      TO WS-ESC-PTR.

           PERFORM P710-ESCAPE-CHAR
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > 30.

       P710-ESCAPE-CHAR.
           EVALUATE WS-ESC-IN(WS-ESC-SUB:1)
               WHEN '&'
                   STRING '&amp;' DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               WHEN '<'
                   STRING '&lt;' DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               WHEN '>'
                   STRING '&gt;' DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               WHEN '"'
                   STRING '&quot;' DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               WHEN "'"
                   STRING '&apos;' DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               WHEN OTHER
                   STRING WS-ESC-IN(WS-ESC-SUB:1) DELIMITED BY SIZE
                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
           END-EVALUATE.

      *-----------------------------------------------------------------
      * WS-AMT-IN (unsigned) as text, left-justified, point decimal.
      *-----------------------------------------------------------------
       P720-FORMAT-AMOUNT.
           MOVE WS-AMT-IN TO WS-AMT-EDIT.
           MOVE ZERO      TO WS-AMT-LEAD.
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-AMT-TEXT.
           MOVE WS-AMT-EDIT(WS-AMT-LEAD + 1:) TO WS-AMT-TEXT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSFED02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * A failed job rolls the log rows and sequence numbers back with
      * it, so the rerun cuts the same statements again.
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
           MOVE 'STMTFEED' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'STMTFEED' TO CD37I-JOB.
           COMPUTE CD37I-ROWS-READ = WS-FEED-COUNT + WS-RESEND-COUNT.
           MOVE WS-DELIVERED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-FAILED-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
