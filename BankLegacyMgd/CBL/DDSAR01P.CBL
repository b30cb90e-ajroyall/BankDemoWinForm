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
001300* Program:     DDSAR01P.CBL                                    *
001400* Function:    Subject access request register behind the B117  *
001500*              screen.  'O' logs a customer's request for the   *
001600*              personal data we hold on them on BNKDSAR under   *
001700*              the next number, with the date it was received   *
001800*              and the statutory date the answer is due (the    *
001900*              response period in calendar months from          *
002000*              receipt).  One open request per customer - a     *
002100*              repeat while one is open is refused.  'L' lists  *
002200*              a customer's requests, or every open one by due  *
002300*              date.  Logging lands a note on the DCLOG01P      *
002400*              contact log.  DDSAR02P's nightly run builds the  *
002500*              package for each open request and completes it.  *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDSAR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-CLOG-ERRMSG                    PIC X(65).
           05  WS-CLOG-GOODMSG                   PIC X(65).
           05  WS-NO-DSP                         PIC 9(7).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * The statutory response period - calendar months from the day
      * the request was received.  Set per jurisdiction.
      *-----------------------------------------------------------------
           05  WS-RESPONSE-MONTHS                PIC S9(3) COMP-3
                                                  VALUE 1.

           COPY CCLOG01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSDSX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-DUE-MONTHS                         PIC S9(3) COMP-3.
       01  WS-CUST-COUNT                         PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CDSAR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference DSAR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN DSAR01I-LIST
                   PERFORM P100-LIST-REQUESTS
               WHEN DSAR01I-LOG
                   PERFORM P200-LOG-REQUEST THRU
                           LOG-REQUEST-EXIT
               WHEN OTHER
                   MOVE 'Invalid subject access register function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Today's date, in the YYYY-MM-DD form the register holds.
      *-----------------------------------------------------------------
       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * One customer's requests newest first, or - with no PID -
      * every request still open, the nearest due date first.
      *=================================================================
       P100-LIST-REQUESTS.
           MOVE ZERO TO DSAR01O-DSAR-COUNT.

           IF DSAR01I-PID = SPACES
               PERFORM P110-LIST-OPEN
           ELSE
               PERFORM P120-LIST-CUSTOMER
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Subject access requests listed' TO GOOD-ERRMSG
           END-IF.

       P110-LIST-OPEN.
           EXEC SQL
                DECLARE DSROPEN_CSR CURSOR FOR
                SELECT DSR_NO, DSR_PID, DSR_RECEIVED_DTE, DSR_DUE_DTE,
                       DSR_STATUS, DSR_COMPLETED_DTE, DSR_ON_TIME,
                       DSR_RECORDS, DSR_WITHHELD, DSR_PACKAGE
                FROM BNKDSAR
                WHERE DSR_STATUS = 'O'
                ORDER BY DSR_DUE_DTE, DSR_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DSROPEN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P115-FETCH-OPEN
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR DSAR01O-DSAR-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE DSROPEN_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P115-FETCH-OPEN.
           EXEC SQL
                FETCH DSROPEN_CSR
                INTO :DCL-DSR-NO, :DCL-DSR-PID, :DCL-DSR-RECEIVED-DTE,
                     :DCL-DSR-DUE-DTE, :DCL-DSR-STATUS,
                     :DCL-DSR-COMPLETED-DTE, :DCL-DSR-ON-TIME,
                     :DCL-DSR-RECORDS, :DCL-DSR-WITHHELD,
                     :DCL-DSR-PACKAGE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P130-ADD-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P120-LIST-CUSTOMER.
           MOVE DSAR01I-PID TO DCL-DSR-PID.

           EXEC SQL
                DECLARE DSRCUST_CSR CURSOR FOR
                SELECT DSR_NO, DSR_PID, DSR_RECEIVED_DTE, DSR_DUE_DTE,
                       DSR_STATUS, DSR_COMPLETED_DTE, DSR_ON_TIME,
                       DSR_RECORDS, DSR_WITHHELD, DSR_PACKAGE
                FROM BNKDSAR
                WHERE DSR_PID = :DCL-DSR-PID
                ORDER BY DSR_NO DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DSRCUST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P125-FETCH-CUSTOMER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR DSAR01O-DSAR-COUNT IS NOT LESS THAN 30.

           EXEC SQL
                CLOSE DSRCUST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P125-FETCH-CUSTOMER.
           EXEC SQL
                FETCH DSRCUST_CSR
                INTO :DCL-DSR-NO, :DCL-DSR-PID, :DCL-DSR-RECEIVED-DTE,
                     :DCL-DSR-DUE-DTE, :DCL-DSR-STATUS,
                     :DCL-DSR-COMPLETED-DTE, :DCL-DSR-ON-TIME,
                     :DCL-DSR-RECORDS, :DCL-DSR-WITHHELD,
                     :DCL-DSR-PACKAGE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P130-ADD-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P130-ADD-ENTRY.
           ADD 1 TO DSAR01O-DSAR-COUNT.
           MOVE DSAR01O-DSAR-COUNT TO WS-SUB.
           MOVE DCL-DSR-NO            TO DSAR01O-D-NO(WS-SUB).
           MOVE DCL-DSR-PID           TO DSAR01O-D-PID(WS-SUB).
           MOVE DCL-DSR-RECEIVED-DTE  TO DSAR01O-D-RECEIVED(WS-SUB).
           MOVE DCL-DSR-DUE-DTE       TO DSAR01O-D-DUE(WS-SUB).
           MOVE DCL-DSR-STATUS        TO DSAR01O-D-STATUS(WS-SUB).
           MOVE DCL-DSR-COMPLETED-DTE TO DSAR01O-D-COMPLETED(WS-SUB).
           MOVE DCL-DSR-ON-TIME       TO DSAR01O-D-ON-TIME(WS-SUB).
           MOVE DCL-DSR-RECORDS       TO DSAR01O-D-RECORDS(WS-SUB).
           MOVE DCL-DSR-WITHHELD      TO DSAR01O-D-WITHHELD(WS-SUB).
           MOVE DCL-DSR-PACKAGE       TO DSAR01O-D-PACKAGE(WS-SUB).

      *=================================================================
      * Log a request and start the clock.  The received date may be
      * earlier than today (a letter that came in the post) - the due
      * date runs from it, never from the keying date.
      *=================================================================
       P200-LOG-REQUEST.
           IF DSAR01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO LOG-REQUEST-EXIT
           END-IF.

           IF DSAR01I-RECEIVED-DTE = SPACES
               MOVE WS-TODAY-DATE TO DSAR01I-RECEIVED-DTE
           END-IF.

           IF DSAR01I-RECEIVED-DTE > WS-TODAY-DATE
               MOVE 'Received date cannot be in the future'
                 TO BANK-ERRMSG
               GO TO LOG-REQUEST-EXIT
           END-IF.

           MOVE DSAR01I-PID TO DCL-DSR-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUST-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-DSR-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LOG-REQUEST-EXIT
           END-IF.

           IF WS-CUST-COUNT = ZERO
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO LOG-REQUEST-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MIN(DSR_NO), 0)
                  INTO :DCL-DSR-NO
                  FROM BNKDSAR
                 WHERE DSR_PID    = :DCL-DSR-PID
                   AND DSR_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LOG-REQUEST-EXIT
           END-IF.

           IF DCL-DSR-NO > ZERO
               MOVE DCL-DSR-NO TO WS-NO-DSP
               STRING 'Request ' DELIMITED BY SIZE
                      WS-NO-DSP  DELIMITED BY SIZE
                      ' is already open for this customer'
                        DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO LOG-REQUEST-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(DSR_NO), 0) + 1
                  INTO :DCL-DSR-NO
                  FROM BNKDSAR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LOG-REQUEST-EXIT
           END-IF.

           MOVE DSAR01I-RECEIVED-DTE TO DCL-DSR-RECEIVED-DTE.
           MOVE DSAR01I-USERID       TO DCL-DSR-LOGGED-BY.
           MOVE WS-RESPONSE-MONTHS   TO WS-DUE-MONTHS.

           EXEC SQL
                INSERT INTO BNKDSAR (
                  DSR_NO,
                  DSR_PID,
                  DSR_RECEIVED_DTE,
                  DSR_DUE_DTE,
                  DSR_STATUS,
                  DSR_LOGGED_BY,
                  DSR_UPDATED_TS
                ) VALUES (
                  :DCL-DSR-NO,
                  :DCL-DSR-PID,
                  :DCL-DSR-RECEIVED-DTE,
                  CHAR(DATE(:DCL-DSR-RECEIVED-DTE)
                       + :WS-DUE-MONTHS MONTHS),
                  'O',
                  :DCL-DSR-LOGGED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LOG-REQUEST-EXIT
           END-IF.

           EXEC SQL
                SELECT DSR_DUE_DTE
                  INTO :DCL-DSR-DUE-DTE
                  FROM BNKDSAR
                 WHERE DSR_NO = :DCL-DSR-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LOG-REQUEST-EXIT
           END-IF.

           MOVE DCL-DSR-NO      TO DSAR01O-NO WS-NO-DSP.
           MOVE DCL-DSR-DUE-DTE TO DSAR01O-DUE-DTE.

           MOVE SPACES TO CLOG01I-TEXT.
           STRING 'Subject access request ' DELIMITED BY SIZE
                  WS-NO-DSP    DELIMITED BY SIZE
                  ' logged - answer due ' DELIMITED BY SIZE
                  DCL-DSR-DUE-DTE DELIMITED BY SIZE
             INTO CLOG01I-TEXT.
           PERFORM P600-LOG-CONTACT.

           MOVE SPACES TO GOOD-ERRMSG.
           STRING 'Request ' DELIMITED BY SIZE
                  WS-NO-DSP  DELIMITED BY SIZE
                  ' logged - answer due by ' DELIMITED BY SIZE
                  DCL-DSR-DUE-DTE DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       LOG-REQUEST-EXIT.
           EXIT.

      *=================================================================
      * A note on the customer's contact log - a log problem never
      * fails the register step itself.
      *=================================================================
       P600-LOG-CONTACT.
           SET CLOG01I-ADD     TO TRUE.
           MOVE DSAR01I-USERID TO CLOG01I-USERID.
           MOVE DCL-DSR-PID    TO CLOG01I-PID.
           MOVE 'N'            TO CLOG01I-CATEGORY.
           MOVE SPACES TO WS-CLOG-ERRMSG WS-CLOG-GOODMSG.

           CALL 'DCLOG01P' USING BY REFERENCE CLOG01-DATA
                                 BY REFERENCE WS-CLOG-ERRMSG
                                 BY REFERENCE WS-CLOG-GOODMSG.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Subject access register failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
