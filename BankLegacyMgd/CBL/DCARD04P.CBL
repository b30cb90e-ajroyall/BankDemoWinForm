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
001300* Program:     DCARD04P.CBL                                    *
001400* Function:    Monthly card renewal and reissue run.  Every     *
001500*              active card on BNKCARD expiring by the end of    *
001600*              next month that has no successor yet, and every  *
001700*              hot-carded card whose reissue was asked for      *
001800*              through DCARD01P, gets a replacement: a new card *
001900*              number (our BIN, the next serial and a Luhn      *
002000*              check digit) expiring at the end of the month    *
002100*              three years on, inserted as issued with the old  *
002200*              number held in CRD_REPLACES.  The old card keeps *
002300*              working until the customer activates the new     *
002400*              one - DCARD01P closes it then.  Cards on closed  *
002500*              or dormant accounts, accounts under a compliance *
002600*              freeze (DBANK83P) and deceased customers (the    *
002700*              date of death DESTA01P marks) are skipped and    *
002800*              listed - a renewal is picked up again next month *
002900*              and a reissue stays asked for.  Each new card is *
003000*              written to the card bureau's embosser file       *
003100*              CARDEMB.DAT between a dated header and a trailer *
003200*              count, and every insert and update is audited to *
003300*              BNKMADT through DBANK74P.  The run is committed  *
003400*              through DBANK17P or rolled back whole through    *
003500*              DBANK18P - on a rollback the embosser file must  *
003600*              not be sent.                                     *
003700*              SQL version - standalone batch step, connects    *
003800*              and disconnects itself.                          *
003900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCARD04P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBFILE ASSIGN TO DYNAMIC WS-EMB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMB-STATUS.

           SELECT RENRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBFILE.
       01  EMBFILE-RECORD                       PIC X(150).
       01  EMB-HEADER REDEFINES EMBFILE-RECORD.
           05  EMB-H-TYPE                       PIC X(1).
           05  EMB-H-DATE                       PIC X(10).
           05  EMB-H-BIN                        PIC X(8).
           05  FILLER                           PIC X(131).
       01  EMB-DETAIL REDEFINES EMBFILE-RECORD.
           05  EMB-D-TYPE                       PIC X(1).
           05  EMB-D-REASON                     PIC X(1).
           05  EMB-D-CARD-NUMBER                PIC X(16).
           05  EMB-D-EXPIRY                     PIC X(5).
           05  EMB-D-NAME                       PIC X(25).
           05  EMB-D-ACCNO                      PIC X(9).
           05  EMB-D-PID                        PIC X(5).
           05  EMB-D-ADDR1                      PIC X(25).
           05  EMB-D-ADDR2                      PIC X(25).
           05  EMB-D-STATE                      PIC X(2).
           05  EMB-D-POST-CODE                  PIC X(6).
           05  EMB-D-COUNTRY                    PIC X(6).
           05  FILLER                           PIC X(24).
       01  EMB-TRAILER REDEFINES EMBFILE-RECORD.
           05  EMB-T-TYPE                       PIC X(1).
           05  EMB-T-COUNT                      PIC 9(5).
           05  EMB-T-RENEWALS                   PIC 9(5).
           05  EMB-T-REISSUES                   PIC 9(5).
           05  FILLER                           PIC X(134).

       FD  RENRPT.
       01  RENRPT-RECORD                        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-EMB-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CARDEMB.DAT".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CARDRENW.RPT".
           05  WS-EMB-STATUS                     PIC X(2).
               88  WS-EMB-OK                     VALUE "00".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-LUHN-SUB                       PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ISSUED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RENEW-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REISSUE-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIP-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Our card BIN - the first eight digits of every number we
      * issue - and how long a new card runs.  Set per site.
      *-----------------------------------------------------------------
           05  WS-OUR-BIN                        PIC X(8)
                                                  VALUE '45399100'.
           05  WS-CARD-LIFE-MONTHS               PIC S9(3) COMP-3
                                                  VALUE 36.
      *-----------------------------------------------------------------
      * Month arithmetic for the renewal horizon and the new expiry.
      *-----------------------------------------------------------------
           05  WS-MONTH-COUNT                    PIC S9(7) COMP-3.
           05  WS-CALC-YYYY                      PIC 9(4).
           05  WS-CALC-MM                        PIC 9(2).
           05  WS-CALC-DD                        PIC 9(2).
           05  WS-LEAP-QUOT                      PIC S9(5) COMP-3.
           05  WS-LEAP-REM                       PIC S9(3) COMP-3.
           05  WS-BASE-DATE                      PIC X(10).
           05  WS-BASE-DATE-R REDEFINES WS-BASE-DATE.
               10  WS-BASE-YYYY                  PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-BASE-MM                    PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-BASE-DD                    PIC 9(2).
           05  WS-DAYS-IN-MONTH-TABLE.
               10  FILLER                        PIC X(24)
                   VALUE '312831303130313130313031'.
           05  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
               10  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                                  PIC 9(2).
      *-----------------------------------------------------------------
      * The new card number - BIN, serial, check digit - with a digit
      * by digit view for the Luhn sum.
      *-----------------------------------------------------------------
           05  WS-LAST-SERIAL-X                  PIC X(7).
           05  WS-LAST-SERIAL REDEFINES WS-LAST-SERIAL-X
                                                  PIC 9(7).
           05  WS-NEXT-SERIAL                    PIC S9(8) COMP-3.
           05  WS-NEW-PAN.
               10  WS-NEW-PAN-BIN                PIC X(8).
               10  WS-NEW-PAN-SERIAL             PIC 9(7).
               10  WS-NEW-PAN-CHECK              PIC 9(1).
           05  WS-NEW-PAN-R REDEFINES WS-NEW-PAN.
               10  WS-PAN-DIGIT OCCURS 16 TIMES  PIC 9(1).
           05  WS-LUHN-SUM                       PIC S9(5) COMP-3.
           05  WS-LUHN-DIGIT                     PIC S9(3) COMP-3.
           05  WS-LUHN-QUOT                      PIC S9(5) COMP-3.
           05  WS-LUHN-REM                       PIC S9(3) COMP-3.
      *-----------------------------------------------------------------
      * The cards due, loaded before any is replaced so BNKCARD can
      * be inserted to without a cursor open on it.  More than this
      * in one month wait for the next run.
      *-----------------------------------------------------------------
           05  WS-CARD-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-CARD-TABLE.
               10  WS-CARD-ENTRY OCCURS 1000 TIMES.
                   15  WS-CARD-NUMBER            PIC X(16).
                   15  WS-CARD-STATUS            PIC X(1).
                       88  WS-CARD-IS-HOT        VALUE 'L'.
                   15  WS-CARD-EXPIRY            PIC X(10).

       01  WS-RPT-LINE.
           05  WS-RL-OLD-CARD.
               10  WS-RL-OLD-MASK                PIC X(12).
               10  WS-RL-OLD-LAST4               PIC X(4).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NEW-CARD.
               10  WS-RL-NEW-MASK                PIC X(12).
               10  WS-RL-NEW-LAST4               PIC X(4).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ACCNO                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-EXPIRY                      PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                        PIC X(30).

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC37.
           COPY CBANKVC74.

      * Compliance freeze query to DBANK83P before a card is cut
           COPY CBANKVC83.
       01  FRZ-ERRMSG                            PIC X(65).
       01  FRZ-GOODMSG                           PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSCDX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-HORIZON-DATE                       PIC X(10).
       01  WS-BIN-LIKE                           PIC X(9).
       01  WS-OLD-NUMBER                         PIC X(16).
       01  WS-ACC-STATUS                         PIC X(1).
       01  WS-HOST-NAME                          PIC X(25).
       01  WS-HOST-ADDR1                         PIC X(25).
       01  WS-HOST-ADDR2                         PIC X(25).
       01  WS-HOST-STATE                         PIC X(2).
       01  WS-HOST-POST-CODE                     PIC X(6).
       01  WS-HOST-COUNTRY                       PIC X(6).
       01  WS-HOST-DOD                           PIC X(10).

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
               PERFORM P100-RUN-RENEWALS THRU RUN-RENEWALS-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DCARD04P - unable to connect, renewal run aborted'
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
      * The embosser file, header to trailer, one line per new card,
      * and the report of what was cut and what was skipped.
      *=================================================================
       P100-RUN-RENEWALS.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *    Next month's last possible day - character order on the
      *    YYYY-MM-DD form is date order, so day 31 covers any month.
           COMPUTE WS-MONTH-COUNT =
               WS-SYSDATE-YYYY * 12 + WS-SYSDATE-MM - 1 + 1.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.
           MOVE SPACES TO WS-HORIZON-DATE.
           STRING WS-CALC-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CALC-MM   DELIMITED BY SIZE
                  '-31'        DELIMITED BY SIZE
             INTO WS-HORIZON-DATE.

           OPEN OUTPUT RENRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCARD04P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-RENEWALS-EXIT
           END-IF.

           OPEN OUTPUT EMBFILE.

           IF NOT WS-EMB-OK
               DISPLAY 'DCARD04P - cannot open embosser file: '
                       WS-EMB-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE RENRPT
               GO TO RUN-RENEWALS-EXIT
           END-IF.

           MOVE SPACES TO RENRPT-RECORD.
           STRING 'CARD RENEWALS AND REISSUES - ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '  (EXPIRING TO ' DELIMITED BY SIZE
                  WS-HORIZON-DATE(1:7) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           MOVE SPACES TO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           MOVE SPACES TO RENRPT-RECORD.
           STRING 'OLD CARD          NEW CARD          '
                    DELIMITED BY SIZE
                  'ACCOUNT    EXPIRY      NOTE'
                    DELIMITED BY SIZE
             INTO RENRPT-RECORD.
           WRITE RENRPT-RECORD.

           MOVE SPACES        TO EMB-HEADER.
           MOVE 'H'           TO EMB-H-TYPE.
           MOVE WS-TODAY-DATE TO EMB-H-DATE.
           MOVE WS-OUR-BIN    TO EMB-H-BIN.
           WRITE EMBFILE-RECORD.

           PERFORM P105-FIND-LAST-SERIAL.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P110-LOAD-CARDS
           END-IF.

           PERFORM P200-REPLACE-CARD THRU REPLACE-CARD-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-CARD-COUNT
                  OR WS-JOB-HAD-ERROR.

           MOVE SPACES           TO EMB-TRAILER.
           MOVE 'T'              TO EMB-T-TYPE.
           MOVE WS-ISSUED-COUNT  TO EMB-T-COUNT.
           MOVE WS-RENEW-COUNT   TO EMB-T-RENEWALS.
           MOVE WS-REISSUE-COUNT TO EMB-T-REISSUES.
           WRITE EMBFILE-RECORD.

           CLOSE EMBFILE.

           MOVE SPACES TO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           MOVE WS-RENEW-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RENRPT-RECORD.
           STRING 'RENEWALS:  ' DELIMITED BY SIZE
                  WS-CNT-DSP    DELIMITED BY SIZE
             INTO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           MOVE WS-REISSUE-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RENRPT-RECORD.
           STRING 'REISSUES:  ' DELIMITED BY SIZE
                  WS-CNT-DSP    DELIMITED BY SIZE
             INTO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           MOVE WS-SKIP-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RENRPT-RECORD.
           STRING 'SKIPPED:   ' DELIMITED BY SIZE
                  WS-CNT-DSP    DELIMITED BY SIZE
             INTO RENRPT-RECORD.
           WRITE RENRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - ROLLED BACK, DO NOT SEND THE FILE'
                 TO RENRPT-RECORD
               WRITE RENRPT-RECORD
           END-IF.

           CLOSE RENRPT.

           DISPLAY 'DCARD04P - renewal run complete, cards: '
                   WS-ISSUED-COUNT ' skipped: ' WS-SKIP-COUNT.

       RUN-RENEWALS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The highest serial issued under our BIN so far - each new card
      * this run takes the next one.
      *-----------------------------------------------------------------
       P105-FIND-LAST-SERIAL.
           MOVE SPACES TO WS-BIN-LIKE.
           STRING WS-OUR-BIN DELIMITED BY SIZE
                  '%'        DELIMITED BY SIZE
             INTO WS-BIN-LIKE.

           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(CRD_NUMBER, 9, 7)),
                                '0000000')
                  INTO :WS-LAST-SERIAL-X
                  FROM BNKCARD
                 WHERE CRD_NUMBER LIKE :WS-BIN-LIKE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-LAST-SERIAL TO WS-NEXT-SERIAL.

      *=================================================================
      * Every active card due by the horizon with no successor on
      * file, and every hot card waiting on a reissue.
      *=================================================================
       P110-LOAD-CARDS.
           EXEC SQL
                DECLARE DUE_CSR CURSOR FOR
                SELECT C.CRD_NUMBER, C.CRD_STATUS, C.CRD_EXPIRY_DATE
                FROM BNKCARD C
                WHERE (C.CRD_STATUS = 'A'
                       AND C.CRD_EXPIRY_DATE <= :WS-HORIZON-DATE
                       AND NOT EXISTS
                           (SELECT 1 FROM BNKCARD N
                             WHERE N.CRD_REPLACES = C.CRD_NUMBER))
                   OR (C.CRD_STATUS  = 'L'
                       AND C.CRD_REISSUE = 'R')
                ORDER BY C.CRD_NUMBER
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DUE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-CARD
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-CARD-COUNT = 1000.

           EXEC SQL
                CLOSE DUE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-CARD.
           EXEC SQL
                FETCH DUE_CSR
                INTO :DCL-CRD-NUMBER,
                     :DCL-CRD-STATUS,
                     :DCL-CRD-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-CARD-COUNT
               MOVE DCL-CRD-NUMBER
                 TO WS-CARD-NUMBER(WS-CARD-COUNT)
               MOVE DCL-CRD-STATUS
                 TO WS-CARD-STATUS(WS-CARD-COUNT)
               MOVE DCL-CRD-EXPIRY-DATE
                 TO WS-CARD-EXPIRY(WS-CARD-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One card - check the account and customer can still take
      * plastic, cut the replacement, audit it, and send it to the
      * bureau.
      *=================================================================
       P200-REPLACE-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-CARD-NUMBER(WS-SUB1) TO WS-OLD-NUMBER.

           MOVE SPACES              TO WS-RPT-LINE.
           MOVE ALL '*'             TO WS-RL-OLD-MASK.
           MOVE WS-OLD-NUMBER(13:4) TO WS-RL-OLD-LAST4.

           EXEC SQL
                SELECT K.CRD_ACCNO, K.CRD_PID, A.BAC_STATUS,
                       C.BCS_NAME, C.BCS_ADDR1, C.BCS_ADDR2,
                       C.BCS_STATE, C.BCS_POST_CODE, C.BCS_COUNTRY,
                       C.BCS_DOD
                  INTO :DCL-CRD-ACCNO, :DCL-CRD-PID, :WS-ACC-STATUS,
                       :WS-HOST-NAME, :WS-HOST-ADDR1, :WS-HOST-ADDR2,
                       :WS-HOST-STATE, :WS-HOST-POST-CODE,
                       :WS-HOST-COUNTRY, :WS-HOST-DOD
                  FROM BNKCARD K, BNKACC A, BNKCUST C
                 WHERE K.CRD_NUMBER = :WS-OLD-NUMBER
                   AND A.BAC_ACCNO  = K.CRD_ACCNO
                   AND C.BCS_PID    = K.CRD_PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'ACCOUNT OR CUSTOMER NOT ON FILE' TO WS-RL-NOTE
               PERFORM P230-SKIP-CARD
               GO TO REPLACE-CARD-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE DCL-CRD-ACCNO TO WS-RL-ACCNO.

           IF WS-ACC-STATUS = 'C'
               MOVE 'ACCOUNT CLOSED' TO WS-RL-NOTE
               PERFORM P230-SKIP-CARD
               GO TO REPLACE-CARD-EXIT
           END-IF.

           IF WS-ACC-STATUS = 'D'
               MOVE 'ACCOUNT DORMANT' TO WS-RL-NOTE
               PERFORM P230-SKIP-CARD
               GO TO REPLACE-CARD-EXIT
           END-IF.

           IF WS-HOST-DOD NOT = SPACES
               MOVE 'CUSTOMER DECEASED - ESTATE' TO WS-RL-NOTE
               PERFORM P230-SKIP-CARD
               GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE SPACES        TO CD83-DATA FRZ-ERRMSG FRZ-GOODMSG.
           SET CD83I-QUERY    TO TRUE.
           MOVE DCL-CRD-ACCNO TO CD83I-ACCNO.

           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE FRZ-ERRMSG
                                 BY REFERENCE FRZ-GOODMSG.

           IF FRZ-ERRMSG NOT = SPACES
               DISPLAY 'DCARD04P - freeze query failed: ' FRZ-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO REPLACE-CARD-EXIT
           END-IF.

           IF CD83O-IS-FROZEN
               MOVE 'ACCOUNT FROZEN' TO WS-RL-NOTE
               PERFORM P230-SKIP-CARD
               GO TO REPLACE-CARD-EXIT
           END-IF.

           PERFORM P210-NEXT-NUMBER THRU NEXT-NUMBER-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO REPLACE-CARD-EXIT
           END-IF.

      *    A renewal runs on from the old card's expiry month, a
      *    reissue from this month.
           IF WS-CARD-IS-HOT(WS-SUB1)
               MOVE WS-TODAY-DATE TO WS-BASE-DATE
           ELSE
               MOVE WS-CARD-EXPIRY(WS-SUB1) TO WS-BASE-DATE
           END-IF.

           PERFORM P220-NEW-EXPIRY.

           MOVE WS-NEW-PAN    TO DCL-CRD-NUMBER.
           MOVE WS-TODAY-DATE TO DCL-CRD-ISSUE-DATE.
           MOVE 'BATCH'       TO DCL-CRD-UPDATED-BY.
           MOVE WS-OLD-NUMBER TO DCL-CRD-REPLACES.

           EXEC SQL
                INSERT INTO BNKCARD (
                  CRD_NUMBER,
                  CRD_ACCNO,
                  CRD_PID,
                  CRD_STATUS,
                  CRD_ISSUE_DATE,
                  CRD_EXPIRY_DATE,
                  CRD_UPDATED_BY,
                  CRD_UPDATED_TS,
                  CRD_REPLACES,
                  CRD_REISSUE
                ) VALUES (
                  :DCL-CRD-NUMBER,
                  :DCL-CRD-ACCNO,
                  :DCL-CRD-PID,
                  'I',
                  :DCL-CRD-ISSUE-DATE,
                  :DCL-CRD-EXPIRY-DATE,
                  :DCL-CRD-UPDATED-BY,
                  CURRENT TIMESTAMP,
                  :DCL-CRD-REPLACES,
                  ' ')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE DCL-CRD-NUMBER TO CD74I-KEY.
           MOVE 'A'            TO CD74I-ACTION.
           MOVE SPACES         TO CD74I-BEFORE CD74I-AFTER.
           STRING 'STATUS=I (issued) REPLACES=' DELIMITED BY SIZE
                  WS-RL-OLD-CARD DELIMITED BY SIZE
                  ' EXPIRY=' DELIMITED BY SIZE
                  DCL-CRD-EXPIRY-DATE DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF WS-JOB-HAD-ERROR
               GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE ALL '*'              TO WS-RL-NEW-MASK.
           MOVE DCL-CRD-NUMBER(13:4) TO WS-RL-NEW-LAST4.
           MOVE DCL-CRD-EXPIRY-DATE  TO WS-RL-EXPIRY.
           MOVE SPACES               TO EMB-DETAIL.

           IF WS-CARD-IS-HOT(WS-SUB1)
               PERFORM P240-MARK-REISSUED
               IF WS-JOB-HAD-ERROR
                   GO TO REPLACE-CARD-EXIT
               END-IF
               MOVE 'I' TO EMB-D-REASON
               ADD 1 TO WS-REISSUE-COUNT
               MOVE 'REISSUE OF HOT CARD' TO WS-RL-NOTE
           ELSE
               MOVE 'R' TO EMB-D-REASON
               ADD 1 TO WS-RENEW-COUNT
               MOVE 'RENEWAL' TO WS-RL-NOTE
           END-IF.

           MOVE 'D'               TO EMB-D-TYPE.
           MOVE DCL-CRD-NUMBER    TO EMB-D-CARD-NUMBER.
           MOVE SPACES            TO EMB-D-EXPIRY.
           STRING WS-CALC-MM           DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  DCL-CRD-EXPIRY-DATE(3:2) DELIMITED BY SIZE
             INTO EMB-D-EXPIRY.
           MOVE WS-HOST-NAME      TO EMB-D-NAME.
           MOVE DCL-CRD-ACCNO     TO EMB-D-ACCNO.
           MOVE DCL-CRD-PID       TO EMB-D-PID.
           MOVE WS-HOST-ADDR1     TO EMB-D-ADDR1.
           MOVE WS-HOST-ADDR2     TO EMB-D-ADDR2.
           MOVE WS-HOST-STATE     TO EMB-D-STATE.
           MOVE WS-HOST-POST-CODE TO EMB-D-POST-CODE.
           MOVE WS-HOST-COUNTRY   TO EMB-D-COUNTRY.
           WRITE EMBFILE-RECORD.

           ADD 1 TO WS-ISSUED-COUNT.

           MOVE WS-RPT-LINE TO RENRPT-RECORD.
           WRITE RENRPT-RECORD.

       REPLACE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The next serial under our BIN, with its Luhn check digit -
      * every second digit from the right of the fifteen is doubled
      * (less nine when that goes past nine), and the check digit
      * brings the total to a multiple of ten.
      *-----------------------------------------------------------------
       P210-NEXT-NUMBER.
           ADD 1 TO WS-NEXT-SERIAL.

           IF WS-NEXT-SERIAL > 9999999
               DISPLAY 'DCARD04P - card serials exhausted for BIN '
                       WS-OUR-BIN
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO NEXT-NUMBER-EXIT
           END-IF.

           MOVE WS-OUR-BIN     TO WS-NEW-PAN-BIN.
           MOVE WS-NEXT-SERIAL TO WS-NEW-PAN-SERIAL.
           MOVE ZERO           TO WS-NEW-PAN-CHECK WS-LUHN-SUM.

           PERFORM P215-LUHN-DIGIT
               VARYING WS-LUHN-SUB FROM 1 BY 1
               UNTIL WS-LUHN-SUB > 15.

           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM.

           IF WS-LUHN-REM = ZERO
               MOVE ZERO TO WS-NEW-PAN-CHECK
           ELSE
               COMPUTE WS-NEW-PAN-CHECK = 10 - WS-LUHN-REM
           END-IF.

       NEXT-NUMBER-EXIT.
           EXIT.

      *    Odd positions from the left are the doubled ones - the
      *    check digit in position sixteen is not.
       P215-LUHN-DIGIT.
           MOVE WS-PAN-DIGIT(WS-LUHN-SUB) TO WS-LUHN-DIGIT.

           DIVIDE WS-LUHN-SUB BY 2
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM.

           IF WS-LUHN-REM = 1
               COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DIGIT > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
               END-IF
           END-IF.

           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.

      *-----------------------------------------------------------------
      * The new expiry - the last day of the month the card life
      * past the base date's month, February checked for a leap year.
      *-----------------------------------------------------------------
       P220-NEW-EXPIRY.
           COMPUTE WS-MONTH-COUNT =
               WS-BASE-YYYY * 12 + WS-BASE-MM - 1
             + WS-CARD-LIFE-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.

           MOVE WS-DAYS-IN-MONTH(WS-CALC-MM) TO WS-CALC-DD.

           IF WS-CALC-MM = 2
               DIVIDE WS-CALC-YYYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-CALC-DD
                   DIVIDE WS-CALC-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 28 TO WS-CALC-DD
                       DIVIDE WS-CALC-YYYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-CALC-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO DCL-CRD-EXPIRY-DATE.
           STRING WS-CALC-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CALC-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CALC-DD   DELIMITED BY SIZE
             INTO DCL-CRD-EXPIRY-DATE.

      *-----------------------------------------------------------------
      * A card that cannot be replaced this run - listed and counted,
      * nothing written to the bureau.
      *-----------------------------------------------------------------
       P230-SKIP-CARD.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE WS-RPT-LINE TO RENRPT-RECORD.
           WRITE RENRPT-RECORD.

      *-----------------------------------------------------------------
      * The hot card's reissue is done - it is not picked up again.
      *-----------------------------------------------------------------
       P240-MARK-REISSUED.
           EXEC SQL
                UPDATE BNKCARD
                   SET CRD_REISSUE    = 'D',
                       CRD_UPDATED_BY = 'BATCH',
                       CRD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CRD_NUMBER  = :WS-OLD-NUMBER
                   AND CRD_REISSUE = 'R'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               MOVE WS-OLD-NUMBER TO CD74I-KEY
               MOVE 'C'           TO CD74I-ACTION
               MOVE 'REISSUE=R (requested)' TO CD74I-BEFORE
               MOVE SPACES        TO CD74I-AFTER
               STRING 'REISSUE=D (done) NEW CARD=' DELIMITED BY SIZE
                      WS-RL-NEW-CARD DELIMITED BY SIZE
                 INTO CD74I-AFTER
               PERFORM P600-WRITE-AUDIT
           END-IF.

      *=================================================================
      * The maintenance audit row for each insert and update - the
      * caller has set the key, action and images.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE 'BATCH'    TO CD74I-USERID.
           MOVE 'DCARD04P' TO CD74I-PROGRAM.
           MOVE 'BNKCARD ' TO CD74I-TABLE.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               DISPLAY 'DCARD04P - audit failed: ' WS-AUDIT-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DCARD04P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * All or nothing - a card is only on file if the whole embosser
      * file is good.
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
           MOVE 'CARDRENW' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CARDRENW' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-ISSUED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-SKIP-COUNT TO CD37I-ROWS-REJECTED.
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
