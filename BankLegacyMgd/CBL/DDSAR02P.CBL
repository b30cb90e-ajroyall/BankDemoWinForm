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
001300* Program:     DDSAR02P.CBL                                    *
001400* Function:    Subject access extract - nightly batch.  Every   *
001500*              open request on the BNKDSAR register DDSAR01P    *
001600*              keeps gets one package, DSARnnnnnnn.TXT, holding *
001700*              everything we keep on the customer in labelled   *
001800*              sections: the BNKCUST profile, address and       *
001900*              contact history (BNKCADT and its BNKCADTH        *
002000*              archive), accounts owned or held with others,    *
002100*              their transactions (BNKTXN and the BNKTXNH       *
002200*              archive), online sessions (BNKLOGA/BNKLOGAH),    *
002300*              contact notes, alerts, mandates, payees, cards,  *
002400*              standing orders, marketing consents, complaints, *
002500*              disputes and every archived statement line.      *
002600*              Identifiers go through DMASK01P - the customer   *
002700*              is entitled to their own SIN, phone and e-mail   *
002800*              in clear; card numbers are masked.  Records      *
002900*              under a compliance restriction - suspicious-     *
003000*              activity cases, watchlist and structuring        *
003100*              reviews, the AML risk rating and compliance      *
003200*              freezes - never reach the package: each source   *
003300*              withheld is logged with its reason on the run    *
003400*              report (DSAREXP.RPT, restricted), never to the   *
003500*              customer.  The request is then completed with    *
003600*              the date, the package name, the record counts    *
003700*              and whether it beat its statutory due date.      *
003800*              SQL version - standalone batch step, connects    *
003900*              and disconnects itself.                          *
004000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDSAR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSARRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DSARPKG ASSIGN TO DYNAMIC WS-PKG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSARRPT.
       01  DSARRPT-RECORD                       PIC X(100).

       FD  DSARPKG.
       01  DSARPKG-RECORD                       PIC X(132).

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
                   VALUE "C:\BANK\DATA\DSAREXP.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-PKG-FILENAME                   PIC X(75).
           05  WS-PKG-STATUS                     PIC X(2).
               88  WS-PKG-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-REQ-SUB                        PIC S9(4) COMP.
           05  WS-ACC-SUB                        PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-DONE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LATE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIP-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REQ-RECORDS                    PIC S9(7) COMP-3.
           05  WS-REQ-WITHHELD                   PIC S9(5) COMP-3.
           05  WS-NO-DSP                         PIC 9(7).
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-AMT-DSP                        PIC -(7)9.99.
           05  WS-SEQ-DSP                        PIC Z(4)9.
           05  WS-SECTION-TITLE                  PIC X(40).
           05  WS-LAST-STMT-KEY                  PIC X(19).
           05  WS-THIS-STMT-KEY                  PIC X(19).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Clear-value entitlement of the package for DMASK01P - the
      * customer may have their own SIN, phone and e-mail in clear;
      * card numbers are always masked.
      *-----------------------------------------------------------------
           05  WS-PKG-ENTITLED                   PIC X(4)
                   VALUE 'STE '.
           05  WS-MASK-ERRMSG                    PIC X(65).
           05  WS-MASK-GOODMSG                   PIC X(65).
      *-----------------------------------------------------------------
      * One withheld source - written to the run report only.
      *-----------------------------------------------------------------
           05  WS-EXCL-SOURCE                    PIC X(8).
           05  WS-EXCL-REASON                    PIC X(50).

      *-----------------------------------------------------------------
      * The open requests, loaded before any is worked so completing
      * one never disturbs the cursor.
      *-----------------------------------------------------------------
       01  WS-REQ-AREA.
           05  WS-REQ-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-NO                     PIC S9(7) COMP-3.
               10  WS-REQ-PID                    PIC X(5).
               10  WS-REQ-RECEIVED               PIC X(10).
               10  WS-REQ-DUE                    PIC X(10).

      *-----------------------------------------------------------------
      * The customer's accounts, owned and held with others - their
      * transactions are read account by account.
      *-----------------------------------------------------------------
       01  WS-ACC-AREA.
           05  WS-ACC-COUNT                      PIC S9(4) COMP.
           05  WS-ACC-ENTRY OCCURS 50 TIMES.
               10  WS-ACC-NO                     PIC X(9).

       01  WS-PKG-LINE                           PIC X(132).

           COPY CBANKVC37.
           COPY CMASK01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCN
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPY
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCE
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRK
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFZ
           END-EXEC.

           COPY CBANKSDSX.
           COPY CBANKSCSX.
           COPY CBANKSCAX.
           COPY CBANKSACX.
           COPY CBANKSAHX.
           COPY CBANKSTXX.
           COPY CBANKSLAX.
           COPY CBANKSCNX.
           COPY CBANKSALX.
           COPY CBANKSMDX.
           COPY CBANKSPYX.
           COPY CBANKSCDX.
           COPY CBANKSSOX.
           COPY CBANKSMKX.
           COPY CBANKSCPX.
           COPY CBANKSDPX.
           COPY CBANKSSMX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-PID                                PIC X(5).
       01  WS-CUR-ACCNO                          PIC X(9).
       01  WS-EXCL-COUNT                         PIC S9(5) COMP-3.
       01  WS-LOGOFF-NULL                        PIC S9(4) COMP.

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
               PERFORM P100-RUN-EXTRACT THRU RUN-EXTRACT-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DDSAR02P - unable to connect, DSAR extract aborted'
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
      * Load the open requests, then build and complete each one.
      *=================================================================
       P100-RUN-EXTRACT.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           OPEN OUTPUT DSARRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DDSAR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-EXTRACT-EXIT
           END-IF.

           MOVE SPACES TO DSARRPT-RECORD.
           STRING 'SUBJECT ACCESS EXTRACT - RESTRICTED - '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.
           MOVE SPACES TO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.

           PERFORM P110-LOAD-REQUESTS.

           PERFORM P200-PROCESS-REQUEST
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.
           MOVE WS-DONE-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO DSARRPT-RECORD.
           STRING 'REQUESTS COMPLETED:  ' DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.
           MOVE WS-LATE-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO DSARRPT-RECORD.
           STRING 'PAST THEIR DUE DATE: ' DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.
           MOVE WS-SKIP-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO DSARRPT-RECORD.
           STRING 'NOT PRODUCED:        ' DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO DSARRPT-RECORD.
           WRITE DSARRPT-RECORD.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - NO REQUEST COMPLETED'
                 TO DSARRPT-RECORD
               WRITE DSARRPT-RECORD
           END-IF.

           CLOSE DSARRPT.

           DISPLAY 'DDSAR02P - DSAR extract complete, requests: '
                   WS-DONE-COUNT ' late: ' WS-LATE-COUNT.

       RUN-EXTRACT-EXIT.
           EXIT.

       P110-LOAD-REQUESTS.
           EXEC SQL
                DECLARE DSRREQ_CSR CURSOR FOR
                SELECT DSR_NO, DSR_PID, DSR_RECEIVED_DTE, DSR_DUE_DTE
                FROM BNKDSAR
                WHERE DSR_STATUS = 'O'
                ORDER BY DSR_DUE_DTE, DSR_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DSRREQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P115-FETCH-REQUEST
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-REQ-COUNT IS NOT LESS THAN 50.

           EXEC SQL
                CLOSE DSRREQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P115-FETCH-REQUEST.
           EXEC SQL
                FETCH DSRREQ_CSR
                INTO :DCL-DSR-NO, :DCL-DSR-PID,
                     :DCL-DSR-RECEIVED-DTE, :DCL-DSR-DUE-DTE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-REQ-COUNT WS-READ-COUNT
               MOVE DCL-DSR-NO           TO WS-REQ-NO(WS-REQ-COUNT)
               MOVE DCL-DSR-PID          TO WS-REQ-PID(WS-REQ-COUNT)
               MOVE DCL-DSR-RECEIVED-DTE
                 TO WS-REQ-RECEIVED(WS-REQ-COUNT)
               MOVE DCL-DSR-DUE-DTE      TO WS-REQ-DUE(WS-REQ-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One request - the package, the withheld sources, then the
      * register row completed.
      *=================================================================
       P200-PROCESS-REQUEST.
           MOVE WS-REQ-PID(WS-REQ-SUB) TO WS-PID.
           MOVE WS-REQ-NO(WS-REQ-SUB)  TO WS-NO-DSP.
           MOVE ZERO TO WS-REQ-RECORDS WS-REQ-WITHHELD.

           MOVE SPACES TO WS-PKG-FILENAME.
           STRING 'C:\BANK\DATA\DSAR' DELIMITED BY SIZE
                  WS-NO-DSP           DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
             INTO WS-PKG-FILENAME.

           OPEN OUTPUT DSARPKG.

           IF NOT WS-PKG-OK
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES TO DSARRPT-RECORD
               STRING 'REQUEST ' DELIMITED BY SIZE
                      WS-NO-DSP  DELIMITED BY SIZE
                      ' - PACKAGE FILE WILL NOT OPEN, STATUS '
                        DELIMITED BY SIZE
                      WS-PKG-STATUS DELIMITED BY SIZE
                 INTO DSARRPT-RECORD
               WRITE DSARRPT-RECORD
           ELSE
               PERFORM P210-BUILD-PACKAGE
               CLOSE DSARPKG
               PERFORM P400-LOG-WITHHELD
               PERFORM P290-COMPLETE-REQUEST
           END-IF.

       P210-BUILD-PACKAGE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING 'PERSONAL DATA HELD FOR CUSTOMER ' DELIMITED BY SIZE
                  WS-PID                             DELIMITED BY SIZE
                  ' - SUBJECT ACCESS REQUEST '       DELIMITED BY SIZE
                  WS-NO-DSP                          DELIMITED BY SIZE
             INTO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING 'RECEIVED ' DELIMITED BY SIZE
                  WS-REQ-RECEIVED(WS-REQ-SUB) DELIMITED BY SIZE
                  '   PRODUCED ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.

           PERFORM P310-PROFILE.
           PERFORM P320-ADDRESS-HISTORY.
           PERFORM P330-ACCOUNTS.
           PERFORM P340-TRANSACTIONS
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM P350-SESSIONS.
           PERFORM P355-CONTACT-NOTES.
           PERFORM P360-ALERTS.
           PERFORM P365-MANDATES.
           PERFORM P370-PAYEES.
           PERFORM P375-CARDS.
           PERFORM P380-STANDING-ORDERS.
           PERFORM P385-CONSENTS.
           PERFORM P390-COMPLAINTS.
           PERFORM P392-DISPUTES.
           PERFORM P395-STATEMENTS.

           MOVE SPACES TO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.
           MOVE WS-REQ-RECORDS TO WS-CNT-DSP.
           MOVE SPACES TO WS-PKG-LINE.
           STRING 'END OF PACKAGE - RECORDS: ' DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.

      *-----------------------------------------------------------------
      * The request is answered - today, on time or not.
      *-----------------------------------------------------------------
       P290-COMPLETE-REQUEST.
           MOVE WS-REQ-NO(WS-REQ-SUB) TO DCL-DSR-NO.
           MOVE WS-TODAY-DATE         TO DCL-DSR-COMPLETED-DTE.
           MOVE WS-PKG-FILENAME       TO DCL-DSR-PACKAGE.
           MOVE WS-REQ-RECORDS        TO DCL-DSR-RECORDS.
           MOVE WS-REQ-WITHHELD       TO DCL-DSR-WITHHELD.
           IF WS-TODAY-DATE > WS-REQ-DUE(WS-REQ-SUB)
               SET DCL-DSR-WAS-LATE    TO TRUE
               ADD 1 TO WS-LATE-COUNT
           ELSE
               SET DCL-DSR-WAS-ON-TIME TO TRUE
           END-IF.

           EXEC SQL
                UPDATE BNKDSAR
                   SET DSR_STATUS        = 'C',
                       DSR_COMPLETED_DTE = :DCL-DSR-COMPLETED-DTE,
                       DSR_ON_TIME       = :DCL-DSR-ON-TIME,
                       DSR_PACKAGE       = :DCL-DSR-PACKAGE,
                       DSR_RECORDS       = :DCL-DSR-RECORDS,
                       DSR_WITHHELD      = :DCL-DSR-WITHHELD,
                       DSR_UPDATED_TS    = CURRENT TIMESTAMP
                 WHERE DSR_NO     = :DCL-DSR-NO
                   AND DSR_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           ADD 1 TO WS-DONE-COUNT.
           MOVE WS-REQ-RECORDS TO WS-CNT-DSP.
           MOVE SPACES TO DSARRPT-RECORD.
           STRING 'REQUEST ' DELIMITED BY SIZE
                  WS-NO-DSP  DELIMITED BY SIZE
                  ' PID '    DELIMITED BY SIZE
                  WS-PID     DELIMITED BY SIZE
                  ' DUE '    DELIMITED BY SIZE
                  WS-REQ-DUE(WS-REQ-SUB) DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO DSARRPT-RECORD.
           IF DCL-DSR-WAS-LATE
               MOVE 'LATE' TO DSARRPT-RECORD(75:4)
           ELSE
               MOVE 'ON TIME' TO DSARRPT-RECORD(75:7)
           END-IF.
           WRITE DSARRPT-RECORD.

      *=================================================================
      * The customer record itself.
      *=================================================================
       P310-PROFILE.
           MOVE 'CUSTOMER PROFILE' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           MOVE WS-PID TO DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_NAME, BCS_ADDR1, BCS_ADDR2, BCS_STATE,
                       BCS_COUNTRY, BCS_POST_CODE, BCS_TEL,
                       BCS_EMAIL, BCS_SIN, BCS_BRANCH, BCS_LANGUAGE,
                       BCS_SEND_MAIL, BCS_SEND_EMAIL
                  INTO :DCL-BCS-NAME, :DCL-BCS-ADDR1, :DCL-BCS-ADDR2,
                       :DCL-BCS-STATE, :DCL-BCS-COUNTRY,
                       :DCL-BCS-POST-CODE, :DCL-BCS-TEL,
                       :DCL-BCS-EMAIL, :DCL-BCS-SIN, :DCL-BCS-BRANCH,
                       :DCL-BCS-LANGUAGE, :DCL-BCS-SEND-MAIL,
                       :DCL-BCS-SEND-EMAIL
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE '  NO CUSTOMER RECORD ON FILE' TO WS-PKG-LINE
               WRITE DSARPKG-RECORD FROM WS-PKG-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO
               MOVE SPACES         TO MASK01-DATA
               SET MASK01I-BATCH   TO TRUE
               MOVE 'DSARPKG'      TO MASK01I-SOURCE
               MOVE WS-PKG-ENTITLED TO MASK01I-ENTITLED
               MOVE 3              TO MASK01I-COUNT
               MOVE 'S'            TO MASK01I-KIND(1)
               MOVE DCL-BCS-SIN    TO MASK01I-VALUE(1)
               MOVE 'T'            TO MASK01I-KIND(2)
               MOVE DCL-BCS-TEL    TO MASK01I-VALUE(2)
               MOVE 'E'            TO MASK01I-KIND(3)
               MOVE DCL-BCS-EMAIL  TO MASK01I-VALUE(3)
               PERFORM P700-MASK-VALUES

               MOVE SPACES TO WS-PKG-LINE
               STRING '  NAME             ' DELIMITED BY SIZE
                      DCL-BCS-NAME          DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ADDRESS          ' DELIMITED BY SIZE
                      DCL-BCS-ADDR1 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCS-ADDR2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCS-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCS-COUNTRY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCS-POST-CODE DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  TELEPHONE        ' DELIMITED BY SIZE
                      MASK01O-VALUE(2)      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  E-MAIL           ' DELIMITED BY SIZE
                      MASK01O-VALUE(3)      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  TAX NUMBER (SIN) ' DELIMITED BY SIZE
                      MASK01O-VALUE(1)      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  HOME BRANCH      ' DELIMITED BY SIZE
                      DCL-BCS-BRANCH        DELIMITED BY SIZE
                      '   LANGUAGE '        DELIMITED BY SIZE
                      DCL-BCS-LANGUAGE      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '  PAPER MAIL       ' DELIMITED BY SIZE
                      DCL-BCS-SEND-MAIL     DELIMITED BY SIZE
                      '   E-MAIL STATEMENTS ' DELIMITED BY SIZE
                      DCL-BCS-SEND-EMAIL    DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

      *=================================================================
      * Every address or contact change, live and archived.
      *=================================================================
       P320-ADDRESS-HISTORY.
           MOVE 'ADDRESS AND CONTACT HISTORY' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE CAD_CSR CURSOR FOR
                SELECT BCA_TIMESTAMP, BCA_OLD_ADDR1, BCA_OLD_POST_CODE,
                       BCA_NEW_ADDR1, BCA_NEW_POST_CODE,
                       BCA_NEW_TEL, BCA_NEW_EMAIL
                FROM BNKCADT
                WHERE BCA_PID = :WS-PID
                UNION ALL
                SELECT BCA_TIMESTAMP, BCA_OLD_ADDR1, BCA_OLD_POST_CODE,
                       BCA_NEW_ADDR1, BCA_NEW_POST_CODE,
                       BCA_NEW_TEL, BCA_NEW_EMAIL
                FROM BNKCADTH
                WHERE BCA_PID = :WS-PID
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P325-FETCH-ADDRESS
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE CAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P325-FETCH-ADDRESS.
           EXEC SQL
                FETCH CAD_CSR
                INTO :DCL-BCA-TIMESTAMP, :DCL-BCA-OLD-ADDR1,
                     :DCL-BCA-OLD-POST-CODE, :DCL-BCA-NEW-ADDR1,
                     :DCL-BCA-NEW-POST-CODE, :DCL-BCA-NEW-TEL,
                     :DCL-BCA-NEW-EMAIL
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-BCA-TIMESTAMP(1:19) DELIMITED BY SIZE
                      '  FROM ' DELIMITED BY SIZE
                      DCL-BCA-OLD-ADDR1 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCA-OLD-POST-CODE DELIMITED BY SIZE
                      '  TO ' DELIMITED BY SIZE
                      DCL-BCA-NEW-ADDR1 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BCA-NEW-POST-CODE DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
               MOVE SPACES TO WS-PKG-LINE
               STRING '                       PHONE ' DELIMITED BY SIZE
                      DCL-BCA-NEW-TEL DELIMITED BY SIZE
                      '  E-MAIL ' DELIMITED BY SIZE
                      DCL-BCA-NEW-EMAIL DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               WRITE DSARPKG-RECORD FROM WS-PKG-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Accounts the customer owns, then those held with others -
      * kept for the transaction section.
      *=================================================================
       P330-ACCOUNTS.
           MOVE 'ACCOUNTS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.
           MOVE ZERO TO WS-ACC-COUNT.

           EXEC SQL
                DECLARE ACC_CSR CURSOR FOR
                SELECT BAC_ACCNO, BAC_ACCTYPE, BAC_BALANCE,
                       BAC_CURRENCY, BAC_STATUS, BAC_BRANCH, 'P'
                FROM BNKACC
                WHERE BAC_PID = :WS-PID
                UNION ALL
                SELECT A.BAC_ACCNO, A.BAC_ACCTYPE, A.BAC_BALANCE,
                       A.BAC_CURRENCY, A.BAC_STATUS, A.BAC_BRANCH,
                       H.ACH_ROLE
                FROM BNKACC A, BNKACCHLD H
                WHERE H.ACH_PID   = :WS-PID
                  AND H.ACH_ACCNO = A.BAC_ACCNO
                  AND A.BAC_PID  <> :WS-PID
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ACC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P335-FETCH-ACCOUNT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE ACC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P335-FETCH-ACCOUNT.
           EXEC SQL
                FETCH ACC_CSR
                INTO :DCL-BAC-ACCNO, :DCL-BAC-ACCTYPE,
                     :DCL-BAC-BALANCE, :DCL-BAC-CURRENCY,
                     :DCL-BAC-STATUS, :DCL-BAC-BRANCH, :DCL-ACH-ROLE
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-ACC-COUNT < 50
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DCL-BAC-ACCNO TO WS-ACC-NO(WS-ACC-COUNT)
               END-IF
               MOVE DCL-BAC-BALANCE TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-BAC-ACCNO DELIMITED BY SIZE
                      '  TYPE ' DELIMITED BY SIZE
                      DCL-BAC-ACCTYPE DELIMITED BY SIZE
                      '  BALANCE ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-BAC-CURRENCY DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-BAC-STATUS DELIMITED BY SIZE
                      '  BRANCH ' DELIMITED BY SIZE
                      DCL-BAC-BRANCH DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               EVALUATE TRUE
                   WHEN DCL-ACH-IS-OWNER
                       MOVE 'OWNER'       TO WS-PKG-LINE(80:12)
                   WHEN DCL-ACH-IS-JOINT
                       MOVE 'JOINT HOLDER' TO WS-PKG-LINE(80:12)
                   WHEN DCL-ACH-IS-SIGNER
                       MOVE 'SIGNATORY'   TO WS-PKG-LINE(80:12)
                   WHEN OTHER
                       MOVE 'VIEW ONLY'   TO WS-PKG-LINE(80:12)
               END-EVALUATE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One account's transactions, archived months first.
      *=================================================================
       P340-TRANSACTIONS.
           MOVE WS-ACC-NO(WS-ACC-SUB) TO WS-CUR-ACCNO.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING 'TRANSACTIONS - ACCOUNT ' DELIMITED BY SIZE
                  WS-CUR-ACCNO DELIMITED BY SIZE
             INTO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE TXN_CSR CURSOR FOR
                SELECT BTX_TIMESTAMP, BTX_AMOUNT, BTX_CATEGORY,
                       BTX_DATA_OLD
                FROM BNKTXNH
                WHERE BTX_ACCNO = :WS-CUR-ACCNO
                UNION ALL
                SELECT BTX_TIMESTAMP, BTX_AMOUNT, BTX_CATEGORY,
                       BTX_DATA_OLD
                FROM BNKTXN
                WHERE BTX_ACCNO = :WS-CUR-ACCNO
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P345-FETCH-TRANSACTION
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE TXN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P345-FETCH-TRANSACTION.
           EXEC SQL
                FETCH TXN_CSR
                INTO :DCL-BTX-TIMESTAMP, :DCL-BTX-AMOUNT,
                     :DCL-BTX-CATEGORY, :DCL-BTX-DATA-OLD
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-BTX-AMOUNT TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-BTX-TIMESTAMP(1:19) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-BTX-CATEGORY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-BTX-DATA-OLD(1:60) DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Online banking sessions, live and archived.
      *=================================================================
       P350-SESSIONS.
           MOVE 'ONLINE BANKING SESSIONS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE LGA_CSR CURSOR FOR
                SELECT LGA_TIMESTAMP, LGA_WORKSTATION, LGA_SUCCESS,
                       LGA_LOGOFF_TIMESTAMP
                FROM BNKLOGAH
                WHERE LGA_PID = :WS-PID
                UNION ALL
                SELECT LGA_TIMESTAMP, LGA_WORKSTATION, LGA_SUCCESS,
                       LGA_LOGOFF_TIMESTAMP
                FROM BNKLOGA
                WHERE LGA_PID = :WS-PID
                ORDER BY 1
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LGA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P352-FETCH-SESSION
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE LGA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P352-FETCH-SESSION.
           MOVE SPACES TO DCL-LGA-LOGOFF-TIMESTAMP.
           MOVE ZERO   TO WS-LOGOFF-NULL.

           EXEC SQL
                FETCH LGA_CSR
                INTO :DCL-LGA-TIMESTAMP, :DCL-LGA-WORKSTATION,
                     :DCL-LGA-SUCCESS,
                     :DCL-LGA-LOGOFF-TIMESTAMP :WS-LOGOFF-NULL
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-LOGOFF-NULL < ZERO
                   MOVE SPACES TO DCL-LGA-LOGOFF-TIMESTAMP
               END-IF
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-LGA-TIMESTAMP(1:19) DELIMITED BY SIZE
                      '  FROM ' DELIMITED BY SIZE
                      DCL-LGA-WORKSTATION DELIMITED BY SIZE
                      '  SIGNED ON ' DELIMITED BY SIZE
                      DCL-LGA-SUCCESS DELIMITED BY SIZE
                      '  OFF ' DELIMITED BY SIZE
                      DCL-LGA-LOGOFF-TIMESTAMP(1:19) DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Contact notes.
      *=================================================================
       P355-CONTACT-NOTES.
           MOVE 'CONTACT NOTES' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE CLG_CSR CURSOR FOR
                SELECT CLG_TS, CLG_CATEGORY, CLG_TEXT
                FROM BNKCLOG
                WHERE CLG_PID = :WS-PID
                ORDER BY CLG_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CLG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P357-FETCH-NOTE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE CLG_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P357-FETCH-NOTE.
           EXEC SQL
                FETCH CLG_CSR
                INTO :DCL-CLG-TS, :DCL-CLG-CATEGORY, :DCL-CLG-TEXT
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-CLG-TS(1:19) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-CLG-CATEGORY DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-CLG-TEXT DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Balance and movement alerts.
      *=================================================================
       P360-ALERTS.
           MOVE 'ACCOUNT ALERTS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE ALR_CSR CURSOR FOR
                SELECT ALR_ACCNO, ALR_TYPE, ALR_THRESHOLD, ALR_STATUS,
                       ALR_CREATED_TS
                FROM BNKALRT
                WHERE ALR_PID = :WS-PID
                ORDER BY ALR_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN ALR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P362-FETCH-ALERT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE ALR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P362-FETCH-ALERT.
           EXEC SQL
                FETCH ALR_CSR
                INTO :DCL-ALR-ACCNO, :DCL-ALR-TYPE,
                     :DCL-ALR-THRESHOLD, :DCL-ALR-STATUS,
                     :DCL-ALR-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-ALR-THRESHOLD TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-ALR-ACCNO DELIMITED BY SIZE
                      '  TYPE ' DELIMITED BY SIZE
                      DCL-ALR-TYPE DELIMITED BY SIZE
                      '  THRESHOLD ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-ALR-STATUS DELIMITED BY SIZE
                      '  SET UP ' DELIMITED BY SIZE
                      DCL-ALR-CREATED-TS(1:10) DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Direct-debit mandates.
      *=================================================================
       P365-MANDATES.
           MOVE 'DIRECT-DEBIT MANDATES' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE MND_CSR CURSOR FOR
                SELECT MND_COLLECTOR, MND_ACCNO, MND_LIMIT, MND_STATUS,
                       MND_CREATED_TS
                FROM BNKMNDT
                WHERE MND_PID = :WS-PID
                ORDER BY MND_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN MND_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P367-FETCH-MANDATE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE MND_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P367-FETCH-MANDATE.
           EXEC SQL
                FETCH MND_CSR
                INTO :DCL-MND-COLLECTOR, :DCL-MND-ACCNO,
                     :DCL-MND-LIMIT, :DCL-MND-STATUS,
                     :DCL-MND-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-MND-LIMIT TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-MND-COLLECTOR DELIMITED BY SIZE
                      '  ACCOUNT ' DELIMITED BY SIZE
                      DCL-MND-ACCNO DELIMITED BY SIZE
                      '  LIMIT ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-MND-STATUS DELIMITED BY SIZE
                      '  SET UP ' DELIMITED BY SIZE
                      DCL-MND-CREATED-TS(1:10) DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Saved payees and billers.
      *=================================================================
       P370-PAYEES.
           MOVE 'PAYEES' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE PAY_CSR CURSOR FOR
                SELECT PAY_NICKNAME, PAY_ACCNO, PAY_BILLER,
                       PAY_BILL_REF
                FROM BNKPAYEE
                WHERE PAY_PID = :WS-PID
                ORDER BY PAY_NICKNAME
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PAY_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P372-FETCH-PAYEE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE PAY_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P372-FETCH-PAYEE.
           EXEC SQL
                FETCH PAY_CSR
                INTO :DCL-PAY-NICKNAME, :DCL-PAY-ACCNO,
                     :DCL-PAY-BILLER, :DCL-PAY-BILL-REF
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-PAY-NICKNAME DELIMITED BY SIZE
                      '  ACCOUNT ' DELIMITED BY SIZE
                      DCL-PAY-ACCNO DELIMITED BY SIZE
                      '  BILLER ' DELIMITED BY SIZE
                      DCL-PAY-BILLER DELIMITED BY SIZE
                      '  REFERENCE ' DELIMITED BY SIZE
                      DCL-PAY-BILL-REF DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Cards - the number always masked.
      *=================================================================
       P375-CARDS.
           MOVE 'CARDS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE CRD_CSR CURSOR FOR
                SELECT CRD_NUMBER, CRD_ACCNO, CRD_STATUS,
                       CRD_ISSUE_DATE, CRD_EXPIRY_DATE
                FROM BNKCARD
                WHERE CRD_PID = :WS-PID
                ORDER BY CRD_ISSUE_DATE
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CRD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P377-FETCH-CARD
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE CRD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P377-FETCH-CARD.
           EXEC SQL
                FETCH CRD_CSR
                INTO :DCL-CRD-NUMBER, :DCL-CRD-ACCNO, :DCL-CRD-STATUS,
                     :DCL-CRD-ISSUE-DATE, :DCL-CRD-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES          TO MASK01-DATA
               SET MASK01I-BATCH    TO TRUE
               MOVE 'DSARPKG'       TO MASK01I-SOURCE
               MOVE WS-PKG-ENTITLED TO MASK01I-ENTITLED
               MOVE 1               TO MASK01I-COUNT
               MOVE 'C'             TO MASK01I-KIND(1)
               MOVE DCL-CRD-NUMBER  TO MASK01I-VALUE(1)
               PERFORM P700-MASK-VALUES
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      MASK01O-VALUE(1)(1:16) DELIMITED BY SIZE
                      '  ACCOUNT ' DELIMITED BY SIZE
                      DCL-CRD-ACCNO DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-CRD-STATUS DELIMITED BY SIZE
                      '  ISSUED ' DELIMITED BY SIZE
                      DCL-CRD-ISSUE-DATE DELIMITED BY SIZE
                      '  EXPIRES ' DELIMITED BY SIZE
                      DCL-CRD-EXPIRY-DATE DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Standing orders.
      *=================================================================
       P380-STANDING-ORDERS.
           MOVE 'STANDING ORDERS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE STO_CSR CURSOR FOR
                SELECT STO_FROM_ACC, STO_TO_ACC, STO_AMOUNT,
                       STO_FREQUENCY, STO_STATUS, STO_CREATED_TS
                FROM BNKSTORD
                WHERE STO_PID = :WS-PID
                ORDER BY STO_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN STO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P382-FETCH-STANDING-ORDER
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE STO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P382-FETCH-STANDING-ORDER.
           EXEC SQL
                FETCH STO_CSR
                INTO :DCL-STO-FROM-ACC, :DCL-STO-TO-ACC,
                     :DCL-STO-AMOUNT, :DCL-STO-FREQUENCY,
                     :DCL-STO-STATUS, :DCL-STO-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-STO-AMOUNT TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  FROM ' DELIMITED BY SIZE
                      DCL-STO-FROM-ACC DELIMITED BY SIZE
                      '  TO ' DELIMITED BY SIZE
                      DCL-STO-TO-ACC DELIMITED BY SIZE
                      '  AMOUNT ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  FREQUENCY ' DELIMITED BY SIZE
                      DCL-STO-FREQUENCY DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-STO-STATUS DELIMITED BY SIZE
                      '  SET UP ' DELIMITED BY SIZE
                      DCL-STO-CREATED-TS(1:10) DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Marketing consents given and withdrawn.
      *=================================================================
       P385-CONSENTS.
           MOVE 'MARKETING CONSENTS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE MKC_CSR CURSOR FOR
                SELECT MKC_CHANNEL, MKC_PURPOSE, MKC_STATUS,
                       MKC_GRANT_DTE, MKC_WITHDRAW_DTE, MKC_CAPTURE
                FROM BNKMKTC
                WHERE MKC_PID = :WS-PID
                ORDER BY MKC_PURPOSE, MKC_CHANNEL
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN MKC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P387-FETCH-CONSENT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE MKC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P387-FETCH-CONSENT.
           EXEC SQL
                FETCH MKC_CSR
                INTO :DCL-MKC-CHANNEL, :DCL-MKC-PURPOSE,
                     :DCL-MKC-STATUS, :DCL-MKC-GRANT-DTE,
                     :DCL-MKC-WITHDRAW-DTE, :DCL-MKC-CAPTURE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-PKG-LINE
               STRING '  CHANNEL ' DELIMITED BY SIZE
                      DCL-MKC-CHANNEL DELIMITED BY SIZE
                      '  PURPOSE ' DELIMITED BY SIZE
                      DCL-MKC-PURPOSE DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-MKC-STATUS DELIMITED BY SIZE
                      '  GRANTED ' DELIMITED BY SIZE
                      DCL-MKC-GRANT-DTE DELIMITED BY SIZE
                      '  WITHDRAWN ' DELIMITED BY SIZE
                      DCL-MKC-WITHDRAW-DTE DELIMITED BY SIZE
                      '  CAPTURED ' DELIMITED BY SIZE
                      DCL-MKC-CAPTURE DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Complaints.
      *=================================================================
       P390-COMPLAINTS.
           MOVE 'COMPLAINTS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE CMP_CSR CURSOR FOR
                SELECT CMP_NO, CMP_RECEIVED_DTE, CMP_STATUS,
                       CMP_OUTCOME, CMP_REDRESS, CMP_SUMMARY
                FROM BNKCMPL
                WHERE CMP_PID = :WS-PID
                ORDER BY CMP_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CMP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P391-FETCH-COMPLAINT
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE CMP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P391-FETCH-COMPLAINT.
           EXEC SQL
                FETCH CMP_CSR
                INTO :DCL-CMP-NO, :DCL-CMP-RECEIVED-DTE,
                     :DCL-CMP-STATUS, :DCL-CMP-OUTCOME,
                     :DCL-CMP-REDRESS, :DCL-CMP-SUMMARY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-CMP-NO      TO WS-CNT-DSP
               MOVE DCL-CMP-REDRESS TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-CNT-DSP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-CMP-RECEIVED-DTE DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-CMP-STATUS DELIMITED BY SIZE
                      '  OUTCOME ' DELIMITED BY SIZE
                      DCL-CMP-OUTCOME DELIMITED BY SIZE
                      '  REDRESS ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-CMP-SUMMARY DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Transaction disputes.
      *=================================================================
       P392-DISPUTES.
           MOVE 'TRANSACTION DISPUTES' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.

           EXEC SQL
                DECLARE DSP_CSR CURSOR FOR
                SELECT DSP_CREATED_TS, DSP_ACCNO, DSP_AMOUNT,
                       DSP_STATUS, DSP_NOTES
                FROM BNKDSPT
                WHERE DSP_PID = :WS-PID
                ORDER BY DSP_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DSP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P393-FETCH-DISPUTE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE DSP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P393-FETCH-DISPUTE.
           EXEC SQL
                FETCH DSP_CSR
                INTO :DCL-DSP-CREATED-TS, :DCL-DSP-ACCNO,
                     :DCL-DSP-AMOUNT, :DCL-DSP-STATUS, :DCL-DSP-NOTES
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-DSP-AMOUNT TO WS-AMT-DSP
               MOVE SPACES TO WS-PKG-LINE
               STRING '  ' DELIMITED BY SIZE
                      DCL-DSP-CREATED-TS(1:10) DELIMITED BY SIZE
                      '  ACCOUNT ' DELIMITED BY SIZE
                      DCL-DSP-ACCNO DELIMITED BY SIZE
                      '  AMOUNT ' DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      DCL-DSP-STATUS DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DCL-DSP-NOTES DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               PERFORM P900-WRITE-RECORD
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Every archived statement, line for line as it was sent.
      *=================================================================
       P395-STATEMENTS.
           MOVE 'STATEMENTS' TO WS-SECTION-TITLE.
           PERFORM P910-SECTION-HEADING.
           MOVE SPACES TO WS-LAST-STMT-KEY.

           EXEC SQL
                DECLARE SMT_CSR CURSOR FOR
                SELECT SMT_ACCNO, SMT_STMT_DTE, SMT_SEQ, SMT_LINE
                FROM BNKSTMT
                WHERE SMT_PID = :WS-PID
                ORDER BY SMT_ACCNO, SMT_STMT_DTE, SMT_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SMT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P397-FETCH-STATEMENT-LINE
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE SMT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P397-FETCH-STATEMENT-LINE.
           EXEC SQL
                FETCH SMT_CSR
                INTO :DCL-SMT-ACCNO, :DCL-SMT-STMT-DTE, :DCL-SMT-SEQ,
                     :DCL-SMT-LINE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-SMT-ACCNO    TO WS-THIS-STMT-KEY(1:9)
               MOVE DCL-SMT-STMT-DTE TO WS-THIS-STMT-KEY(10:10)
               IF WS-THIS-STMT-KEY NOT = WS-LAST-STMT-KEY
                   MOVE WS-THIS-STMT-KEY TO WS-LAST-STMT-KEY
                   MOVE SPACES TO WS-PKG-LINE
                   STRING '  STATEMENT - ACCOUNT ' DELIMITED BY SIZE
                          DCL-SMT-ACCNO DELIMITED BY SIZE
                          '  DATED ' DELIMITED BY SIZE
                          DCL-SMT-STMT-DTE DELIMITED BY SIZE
                     INTO WS-PKG-LINE
                   PERFORM P900-WRITE-RECORD
               END-IF
               MOVE SPACES TO WS-PKG-LINE
               STRING '    ' DELIMITED BY SIZE
                      DCL-SMT-LINE DELIMITED BY SIZE
                 INTO WS-PKG-LINE
               WRITE DSARPKG-RECORD FROM WS-PKG-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Records held under a compliance restriction stay out of the
      * package - disclosing them could tip the customer off to a
      * report or an investigation.  Each source withheld is logged
      * here, on the restricted run report, with its reason.
      *=================================================================
       P400-LOG-WITHHELD.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXCL-COUNT
                  FROM BNKCASE
                 WHERE CSE_PID = :WS-PID
           END-EXEC.
           PERFORM P800-ERROR-CHECK.
           MOVE 'BNKCASE' TO WS-EXCL-SOURCE.
           MOVE 'SUSPICIOUS-ACTIVITY CASE - TIPPING-OFF RESTRICTION'
             TO WS-EXCL-REASON.
           PERFORM P410-WITHHOLD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXCL-COUNT
                  FROM BNKWHIT
                 WHERE WHT_PID = :WS-PID
           END-EXEC.
           PERFORM P800-ERROR-CHECK.
           MOVE 'BNKWHIT' TO WS-EXCL-SOURCE.
           MOVE 'SANCTIONS WATCHLIST REVIEW' TO WS-EXCL-REASON.
           PERFORM P410-WITHHOLD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXCL-COUNT
                  FROM BNKSTRC
                 WHERE STR_PID = :WS-PID
           END-EXEC.
           PERFORM P800-ERROR-CHECK.
           MOVE 'BNKSTRC' TO WS-EXCL-SOURCE.
           MOVE 'STRUCTURING REVIEW - TIPPING-OFF RESTRICTION'
             TO WS-EXCL-REASON.
           PERFORM P410-WITHHOLD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXCL-COUNT
                  FROM BNKRISK
                 WHERE RSK_PID = :WS-PID
           END-EXEC.
           PERFORM P800-ERROR-CHECK.
           MOVE 'BNKRISK' TO WS-EXCL-SOURCE.
           MOVE 'AML RISK RATING' TO WS-EXCL-REASON.
           PERFORM P410-WITHHOLD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXCL-COUNT
                  FROM BNKFRZ
                 WHERE FRZ_STATUS = 'A'
                   AND FRZ_ACCNO IN
                       (SELECT BAC_ACCNO FROM BNKACC
                         WHERE BAC_PID = :WS-PID
                        UNION
                        SELECT ACH_ACCNO FROM BNKACCHLD
                         WHERE ACH_PID = :WS-PID)
           END-EXEC.
           PERFORM P800-ERROR-CHECK.
           MOVE 'BNKFRZ' TO WS-EXCL-SOURCE.
           MOVE 'COMPLIANCE FREEZE - LEGAL ORDER' TO WS-EXCL-REASON.
           PERFORM P410-WITHHOLD.

       P410-WITHHOLD.
           IF SQLCODE = ZERO AND WS-EXCL-COUNT > ZERO
               ADD WS-EXCL-COUNT TO WS-REQ-WITHHELD
               MOVE WS-EXCL-COUNT TO WS-CNT-DSP
               MOVE SPACES TO DSARRPT-RECORD
               STRING 'REQUEST ' DELIMITED BY SIZE
                      WS-NO-DSP  DELIMITED BY SIZE
                      ' WITHHELD ' DELIMITED BY SIZE
                      WS-EXCL-SOURCE DELIMITED BY SIZE
                      WS-CNT-DSP DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-EXCL-REASON DELIMITED BY SIZE
                 INTO DSARRPT-RECORD
               WRITE DSARRPT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * DMASK01P against the package's entitlement.
      *-----------------------------------------------------------------
       P700-MASK-VALUES.
           MOVE SPACES TO WS-MASK-ERRMSG.

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DDSAR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * One personal record to the package, counted.
      *-----------------------------------------------------------------
       P900-WRITE-RECORD.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.
           ADD 1 TO WS-REQ-RECORDS.

       P910-SECTION-HEADING.
           MOVE SPACES TO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING '== ' DELIMITED BY SIZE
                  WS-SECTION-TITLE DELIMITED BY SIZE
             INTO WS-PKG-LINE.
           WRITE DSARPKG-RECORD FROM WS-PKG-LINE.

      *=================================================================
      * Completions and the package files stand or fall together -
      * a failed run leaves every request open for the next night.
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
      * with this run's control totals and files the report.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'DSAREXP' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'DSAREXP' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-DONE-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-SKIP-COUNT TO CD37I-ROWS-REJECTED.
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
