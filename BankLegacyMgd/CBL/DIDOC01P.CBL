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
001300* Program:     DIDOC01P.CBL                                    *
001400* Function:    Identity-document register on BNKIDDOC, behind   *
001500*              the B130 screen.  'A' records a document the     *
001600*              caller has verified - type, number, issuing      *
001700*              country, issue and expiry dates and how it was   *
001800*              verified; the caller is the verifying officer.   *
001900*              A new document supersedes the live one of the    *
002000*              same type, and the customer comes off the        *
002100*              re-verification queue.  'W' withdraws a          *
002200*              document (lost, stolen, found false).  A viewer  *
002300*              records or withdraws none, and nobody verifies   *
002400*              their own.  Every change is audited to BNKMADT   *
002500*              through DBANK74P.                                *
002600*              'L' lists a customer's documents, newest first;  *
002700*              'Q' lists the re-verification queue the nightly  *
002800*              IDEXPIRY run (DIDOC02P) fills - the caller's     *
002900*              branch, or every branch.                         *
003000*              'K' is asked before an account opens and before  *
003100*              a transfer over the KYC threshold: a customer    *
003200*              with no live, verified, unexpired document is    *
003300*              refused unless a supervisor (role S, A, C or X,  *
003400*              not the customer) overrides.  The first call     *
003500*              naming the supervisor sends them a step-up code  *
003600*              through DSTEP01P (purpose KYCOVRD); the second   *
003700*              carries it back.  The code and the audited       *
003800*              outcome are committed at once, whatever the      *
003900*              caller does next - the check runs before the     *
004000*              caller has written anything.                     *
004100*              SQL version                                      *
004200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIDOC01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-STEP-ERRMSG                    PIC X(65).
           05  WS-STEP-GOODMSG                   PIC X(65).
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-VIEWER              VALUE 'V'.
           05  WS-SUPER-ROLE                     PIC X(1).
               88  WS-SUPER-OFFICER              VALUES 'S' 'A' 'C'
                                                        'X'.
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *    A keyed date - YYYY-MM-DD with a real month and day.
           05  WS-DATE-CHECK                     PIC X(10).
           05  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
               10  WS-DC-YYYY                    PIC X(4).
               10  WS-DC-DASH1                   PIC X(1).
               10  WS-DC-MM                      PIC X(2).
               10  WS-DC-MM-N REDEFINES WS-DC-MM PIC 9(2).
               10  WS-DC-DASH2                   PIC X(1).
               10  WS-DC-DD                      PIC X(2).
               10  WS-DC-DD-N REDEFINES WS-DC-DD PIC 9(2).
           05  WS-DATE-OK-SW                     PIC X(1).
               88  WS-DATE-OK                    VALUE 'Y'.

           COPY CBANKVC74.
           COPY CSTEP01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSID
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSIDX.
           COPY CBANKSCSX.

       01  WS-TODAY                              PIC X(10).
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-MAX-SEQ                            PIC S9(3) COMP-3.
       01  WS-SEQ-NULL                           PIC S9(4) COMP.
       01  WS-BRANCH-LOW                         PIC X(3).
       01  WS-BRANCH-HIGH                        PIC X(3).
       01  WS-CUST-NAME                          PIC X(25).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CIDOC01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference IDOC01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO IDOC01O-VALID-SW IDOC01O-OVERRIDE-SW
                          IDOC01O-STEPUP-SW.
           MOVE ZERO   TO IDOC01O-ITEM-COUNT IDOC01O-NEW-SEQ.

           PERFORM P720-BUILD-TODAY.

           EVALUATE TRUE
               WHEN IDOC01I-ADD
                   PERFORM P100-ADD-DOCUMENT THRU ADD-DOCUMENT-EXIT
               WHEN IDOC01I-WITHDRAW
                   PERFORM P200-WITHDRAW-DOCUMENT THRU
                           WITHDRAW-DOCUMENT-EXIT
               WHEN IDOC01I-LIST
                   PERFORM P300-LIST-DOCUMENTS THRU
                           LIST-DOCUMENTS-EXIT
               WHEN IDOC01I-QUEUE-LIST
                   PERFORM P400-LIST-QUEUE THRU LIST-QUEUE-EXIT
               WHEN IDOC01I-CHECK
                   PERFORM P500-CHECK-CUSTOMER THRU
                           CHECK-CUSTOMER-EXIT
               WHEN OTHER
                   MOVE 'Invalid identity-document function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Record a document the caller has just verified.  The same
      * document (type, number and country) cannot be live twice.
      *=================================================================
       P100-ADD-DOCUMENT.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-DOC-TYPE TO DCL-IDD-DOC-TYPE.
           IF NOT DCL-IDD-VALID-TYPE
               MOVE 'Document type must be PP, NI, DL, RP or OT'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF IDOC01I-DOC-NO = SPACES
               MOVE 'Please enter the document number' TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF IDOC01I-COUNTRY = SPACES
               MOVE 'Please enter the issuing country' TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-METHOD TO DCL-IDD-METHOD.
           IF NOT DCL-IDD-VALID-METHOD
               MOVE 'Method must be O, C, E or V' TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-ISSUE-DATE TO WS-DATE-CHECK.
           PERFORM P710-CHECK-DATE.
           IF NOT WS-DATE-OK
               MOVE 'Please enter the issue date as YYYY-MM-DD'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF IDOC01I-ISSUE-DATE > WS-TODAY
               MOVE 'The issue date cannot be in the future'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-EXPIRY-DATE TO WS-DATE-CHECK.
           PERFORM P710-CHECK-DATE.
           IF NOT WS-DATE-OK
               MOVE 'Please enter the expiry date as YYYY-MM-DD'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF IDOC01I-EXPIRY-DATE NOT > WS-TODAY
               MOVE 'That document has expired - it cannot be used'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-PID TO DCL-IDD-PID DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_NAME
                  INTO :DCL-BCS-NAME
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-DOC-NO  TO DCL-IDD-DOC-NO.
           MOVE IDOC01I-COUNTRY TO DCL-IDD-COUNTRY.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKIDDOC
                 WHERE IDD_PID      = :DCL-IDD-PID
                   AND IDD_DOC_TYPE = :DCL-IDD-DOC-TYPE
                   AND IDD_DOC_NO   = :DCL-IDD-DOC-NO
                   AND IDD_COUNTRY  = :DCL-IDD-COUNTRY
                   AND IDD_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               MOVE 'That document is already on file'
                 TO BANK-ERRMSG
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           EXEC SQL
                SELECT MAX(IDD_SEQ)
                  INTO :WS-MAX-SEQ :WS-SEQ-NULL
                  FROM BNKIDDOC
                 WHERE IDD_PID = :DCL-IDD-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           IF WS-SEQ-NULL < ZERO
               MOVE ZERO TO WS-MAX-SEQ
           END-IF.

           COMPUTE DCL-IDD-SEQ = WS-MAX-SEQ + 1.
           MOVE IDOC01I-ISSUE-DATE  TO DCL-IDD-ISSUE-DATE.
           MOVE IDOC01I-EXPIRY-DATE TO DCL-IDD-EXPIRY-DATE.
           MOVE IDOC01I-USERID      TO DCL-IDD-VERIFIED-BY
                                       DCL-IDD-UPDATED-BY.
           MOVE WS-TODAY            TO DCL-IDD-VERIFIED-DATE.
           SET DCL-IDD-ACTIVE       TO TRUE.
           MOVE SPACES              TO DCL-IDD-REVERIFY
                                       DCL-IDD-QUEUED-DATE
                                       DCL-IDD-NOTIFIED-DATE.

           EXEC SQL
                INSERT INTO BNKIDDOC (
                  IDD_PID,
                  IDD_SEQ,
                  IDD_DOC_TYPE,
                  IDD_DOC_NO,
                  IDD_COUNTRY,
                  IDD_ISSUE_DATE,
                  IDD_EXPIRY_DATE,
                  IDD_VERIFIED_BY,
                  IDD_VERIFIED_DATE,
                  IDD_METHOD,
                  IDD_STATUS,
                  IDD_REVERIFY,
                  IDD_QUEUED_DATE,
                  IDD_NOTIFIED_DATE,
                  IDD_RECORDED_TS,
                  IDD_UPDATED_BY,
                  IDD_UPDATED_TS
                ) VALUES (
                  :DCL-IDD-PID,
                  :DCL-IDD-SEQ,
                  :DCL-IDD-DOC-TYPE,
                  :DCL-IDD-DOC-NO,
                  :DCL-IDD-COUNTRY,
                  :DCL-IDD-ISSUE-DATE,
                  :DCL-IDD-EXPIRY-DATE,
                  :DCL-IDD-VERIFIED-BY,
                  :DCL-IDD-VERIFIED-DATE,
                  :DCL-IDD-METHOD,
                  :DCL-IDD-STATUS,
                  :DCL-IDD-REVERIFY,
                  :DCL-IDD-QUEUED-DATE,
                  :DCL-IDD-NOTIFIED-DATE,
                  CURRENT TIMESTAMP,
                  :DCL-IDD-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE DCL-IDD-SEQ TO IDOC01O-NEW-SEQ.

      *    The older document of this type is superseded, and a
      *    freshly verified document takes the customer off the
      *    re-verification queue whichever document put them there.
           EXEC SQL
                UPDATE BNKIDDOC
                   SET IDD_STATUS     = 'S',
                       IDD_REVERIFY   = ' ',
                       IDD_UPDATED_BY = :DCL-IDD-UPDATED-BY,
                       IDD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE IDD_PID      = :DCL-IDD-PID
                   AND IDD_DOC_TYPE = :DCL-IDD-DOC-TYPE
                   AND IDD_STATUS   = 'A'
                   AND IDD_SEQ     <> :DCL-IDD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKIDDOC
                   SET IDD_REVERIFY   = ' ',
                       IDD_UPDATED_BY = :DCL-IDD-UPDATED-BY,
                       IDD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE IDD_PID      = :DCL-IDD-PID
                   AND IDD_REVERIFY = 'Q'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           MOVE 'A' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Identity document verified and recorded'
                 TO GOOD-ERRMSG
           END-IF.

       ADD-DOCUMENT-EXIT.
           EXIT.

      *=================================================================
      * Withdraw a live document - kept on file as withdrawn, the
      * audit row says who took it off, when and why.
      *=================================================================
       P200-WITHDRAW-DOCUMENT.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           IF IDOC01I-REASON = SPACES
               MOVE 'Please enter why the document is withdrawn'
                 TO BANK-ERRMSG
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           MOVE IDOC01I-PID TO DCL-IDD-PID.
           MOVE IDOC01I-SEQ TO DCL-IDD-SEQ.

           EXEC SQL
                SELECT IDD_DOC_TYPE, IDD_DOC_NO, IDD_COUNTRY,
                       IDD_ISSUE_DATE, IDD_EXPIRY_DATE,
                       IDD_VERIFIED_BY, IDD_METHOD, IDD_STATUS
                  INTO :DCL-IDD-DOC-TYPE, :DCL-IDD-DOC-NO,
                       :DCL-IDD-COUNTRY, :DCL-IDD-ISSUE-DATE,
                       :DCL-IDD-EXPIRY-DATE, :DCL-IDD-VERIFIED-BY,
                       :DCL-IDD-METHOD, :DCL-IDD-STATUS
                  FROM BNKIDDOC
                 WHERE IDD_PID = :DCL-IDD-PID
                   AND IDD_SEQ = :DCL-IDD-SEQ
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No such identity document' TO BANK-ERRMSG
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           IF NOT DCL-IDD-ACTIVE
               MOVE 'That document is no longer live' TO BANK-ERRMSG
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           PERFORM P610-ITEM-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           MOVE IDOC01I-USERID TO DCL-IDD-UPDATED-BY.

           EXEC SQL
                UPDATE BNKIDDOC
                   SET IDD_STATUS     = 'X',
                       IDD_REVERIFY   = ' ',
                       IDD_UPDATED_BY = :DCL-IDD-UPDATED-BY,
                       IDD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE IDD_PID = :DCL-IDD-PID
                   AND IDD_SEQ = :DCL-IDD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-DOCUMENT-EXIT
           END-IF.

           MOVE 'D' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'WITHDRAWN: '   DELIMITED BY SIZE
                  IDOC01I-REASON  DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Identity document withdrawn' TO GOOD-ERRMSG
           END-IF.

       WITHDRAW-DOCUMENT-EXIT.
           EXIT.

      *=================================================================
      * A customer's documents, newest first, whatever their status.
      *=================================================================
       P300-LIST-DOCUMENTS.
           IF IDOC01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO LIST-DOCUMENTS-EXIT
           END-IF.

           MOVE IDOC01I-PID TO DCL-IDD-PID.

           EXEC SQL
                DECLARE IDDL_CSR CURSOR FOR
                SELECT IDD_PID, BCS_NAME, IDD_SEQ, IDD_DOC_TYPE,
                       IDD_DOC_NO, IDD_COUNTRY, IDD_ISSUE_DATE,
                       IDD_EXPIRY_DATE, IDD_VERIFIED_BY,
                       IDD_VERIFIED_DATE, IDD_METHOD, IDD_STATUS,
                       IDD_REVERIFY, IDD_QUEUED_DATE
                FROM BNKIDDOC, BNKCUST
                WHERE IDD_PID = :DCL-IDD-PID
                  AND BCS_PID = IDD_PID
                ORDER BY IDD_SEQ DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IDDL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-DOCUMENTS-EXIT
           END-IF.

           PERFORM P310-FETCH-DOCUMENT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR IDOC01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE IDDL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF IDOC01O-ITEM-COUNT = ZERO
                   MOVE 'No identity documents on file'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Identity documents listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-DOCUMENTS-EXIT.
           EXIT.

       P310-FETCH-DOCUMENT.
           EXEC SQL
                FETCH IDDL_CSR
                INTO :DCL-IDD-PID, :WS-CUST-NAME, :DCL-IDD-SEQ,
                     :DCL-IDD-DOC-TYPE, :DCL-IDD-DOC-NO,
                     :DCL-IDD-COUNTRY, :DCL-IDD-ISSUE-DATE,
                     :DCL-IDD-EXPIRY-DATE, :DCL-IDD-VERIFIED-BY,
                     :DCL-IDD-VERIFIED-DATE, :DCL-IDD-METHOD,
                     :DCL-IDD-STATUS, :DCL-IDD-REVERIFY,
                     :DCL-IDD-QUEUED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P330-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P330-ADD-OUTPUT-ENTRY.
           ADD 1 TO IDOC01O-ITEM-COUNT.
           MOVE IDOC01O-ITEM-COUNT TO WS-SUB.
           MOVE DCL-IDD-PID           TO IDOC01O-PID(WS-SUB).
           MOVE WS-CUST-NAME          TO IDOC01O-NAME(WS-SUB).
           MOVE DCL-IDD-SEQ           TO IDOC01O-SEQ(WS-SUB).
           MOVE DCL-IDD-DOC-TYPE      TO IDOC01O-DOC-TYPE(WS-SUB).
           MOVE DCL-IDD-DOC-NO        TO IDOC01O-DOC-NO(WS-SUB).
           MOVE DCL-IDD-COUNTRY       TO IDOC01O-COUNTRY(WS-SUB).
           MOVE DCL-IDD-ISSUE-DATE    TO IDOC01O-ISSUE-DATE(WS-SUB).
           MOVE DCL-IDD-EXPIRY-DATE   TO IDOC01O-EXPIRY-DATE(WS-SUB).
           MOVE DCL-IDD-VERIFIED-BY   TO IDOC01O-VERIFIED-BY(WS-SUB).
           MOVE DCL-IDD-VERIFIED-DATE
             TO IDOC01O-VERIFIED-DATE(WS-SUB).
           MOVE DCL-IDD-METHOD        TO IDOC01O-METHOD(WS-SUB).
           MOVE DCL-IDD-STATUS        TO IDOC01O-STATUS(WS-SUB).
           MOVE DCL-IDD-REVERIFY      TO IDOC01O-REVERIFY(WS-SUB).
           MOVE DCL-IDD-QUEUED-DATE   TO IDOC01O-QUEUED-DATE(WS-SUB).
           IF DCL-IDD-EXPIRY-DATE < WS-TODAY
               MOVE 'Y' TO IDOC01O-EXPIRED(WS-SUB)
           ELSE
               MOVE 'N' TO IDOC01O-EXPIRED(WS-SUB)
           END-IF.

      *=================================================================
      * The re-verification queue - live documents the nightly run
      * has queued, soonest expiry first: the caller's branch, or
      * every branch.
      *=================================================================
       P400-LIST-QUEUE.
           IF IDOC01I-ALL-BRANCHES = 'A'
               MOVE LOW-VALUES  TO WS-BRANCH-LOW
               MOVE HIGH-VALUES TO WS-BRANCH-HIGH
           ELSE
               MOVE IDOC01I-USERID TO DCL-BCS-PID
               MOVE SPACES TO DCL-BCS-BRANCH
               EXEC SQL
                    SELECT BCS_BRANCH
                      INTO :DCL-BCS-BRANCH
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO LIST-QUEUE-EXIT
               END-IF
               MOVE DCL-BCS-BRANCH TO WS-BRANCH-LOW WS-BRANCH-HIGH
           END-IF.

           EXEC SQL
                DECLARE IDDQ_CSR CURSOR FOR
                SELECT IDD_PID, BCS_NAME, IDD_SEQ, IDD_DOC_TYPE,
                       IDD_DOC_NO, IDD_COUNTRY, IDD_ISSUE_DATE,
                       IDD_EXPIRY_DATE, IDD_VERIFIED_BY,
                       IDD_VERIFIED_DATE, IDD_METHOD, IDD_STATUS,
                       IDD_REVERIFY, IDD_QUEUED_DATE
                FROM BNKIDDOC, BNKCUST
                WHERE IDD_STATUS   = 'A'
                  AND IDD_REVERIFY = 'Q'
                  AND BCS_PID      = IDD_PID
                  AND BCS_BRANCH  >= :WS-BRANCH-LOW
                  AND BCS_BRANCH  <= :WS-BRANCH-HIGH
                ORDER BY IDD_EXPIRY_DATE, IDD_PID, IDD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IDDQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-QUEUE-EXIT
           END-IF.

           PERFORM P410-FETCH-QUEUE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR IDOC01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE IDDQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF IDOC01O-ITEM-COUNT = ZERO
                   MOVE 'No customers waiting for re-verification'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Re-verification queue listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-QUEUE-EXIT.
           EXIT.

       P410-FETCH-QUEUE.
           EXEC SQL
                FETCH IDDQ_CSR
                INTO :DCL-IDD-PID, :WS-CUST-NAME, :DCL-IDD-SEQ,
                     :DCL-IDD-DOC-TYPE, :DCL-IDD-DOC-NO,
                     :DCL-IDD-COUNTRY, :DCL-IDD-ISSUE-DATE,
                     :DCL-IDD-EXPIRY-DATE, :DCL-IDD-VERIFIED-BY,
                     :DCL-IDD-VERIFIED-DATE, :DCL-IDD-METHOD,
                     :DCL-IDD-STATUS, :DCL-IDD-REVERIFY,
                     :DCL-IDD-QUEUED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P330-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Is there a live, verified document on file that has not
      * expired?  If not, the caller's action stops here unless a
      * supervisor overrides through the step-up challenge.
      *=================================================================
       P500-CHECK-CUSTOMER.
           IF IDOC01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           MOVE IDOC01I-PID TO DCL-IDD-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKIDDOC
                 WHERE IDD_PID          = :DCL-IDD-PID
                   AND IDD_STATUS       = 'A'
                   AND IDD_VERIFIED_BY <> ' '
                   AND IDD_EXPIRY_DATE >= :WS-TODAY
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               SET IDOC01O-VALID TO TRUE
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           IF IDOC01I-SUPERVISOR = SPACES
               MOVE 'No valid ID document - re-verify or override'
                 TO BANK-ERRMSG
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           MOVE SPACE TO WS-SUPER-ROLE.
           MOVE IDOC01I-SUPERVISOR TO DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-SUPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-SUPER-OFFICER OR
              IDOC01I-SUPERVISOR = IDOC01I-PID
               MOVE 'Override needs a supervisor, not the customer'
                 TO BANK-ERRMSG
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           IF IDOC01I-STEP-CODE = SPACES
               PERFORM P520-SEND-OVERRIDE-CODE
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.

           PERFORM P540-VERIFY-OVERRIDE.

       CHECK-CUSTOMER-EXIT.
           EXIT.

      *    The supervisor's one-time code - committed at once so the
      *    queued mail row survives the refusal that follows.
       P520-SEND-OVERRIDE-CODE.
           MOVE SPACES             TO STEP01-DATA
                                      WS-STEP-ERRMSG WS-STEP-GOODMSG.
           SET STEP01I-ISSUE       TO TRUE.
           MOVE IDOC01I-SUPERVISOR TO STEP01I-PID.
           MOVE 'KYCOVRD'          TO STEP01I-PURPOSE.

           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE WS-STEP-ERRMSG
                                 BY REFERENCE WS-STEP-GOODMSG.

           IF WS-STEP-ERRMSG NOT = SPACES
               MOVE WS-STEP-ERRMSG TO BANK-ERRMSG
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
               SET IDOC01O-STEPUP-SENT TO TRUE
               MOVE 'No valid ID document - key the supervisor''s code'
                 TO BANK-ERRMSG
           END-IF.

      *    Verify the supervisor's code and audit the outcome against
      *    the customer - the consumed code and the audit row are
      *    committed whatever the caller does next.
       P540-VERIFY-OVERRIDE.
           MOVE SPACES             TO STEP01-DATA
                                      WS-STEP-ERRMSG WS-STEP-GOODMSG.
           SET STEP01I-VERIFY      TO TRUE.
           MOVE IDOC01I-SUPERVISOR TO STEP01I-PID.
           MOVE 'KYCOVRD'          TO STEP01I-PURPOSE.
           MOVE IDOC01I-STEP-CODE  TO STEP01I-CODE.

           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE WS-STEP-ERRMSG
                                 BY REFERENCE WS-STEP-GOODMSG.

           IF WS-STEP-ERRMSG NOT = SPACES
               MOVE WS-STEP-ERRMSG TO BANK-ERRMSG
           END-IF.

           MOVE SPACES             TO CD74-DATA.
           MOVE 'C'                TO CD74I-ACTION.
           MOVE 'BNKIDDOC'         TO CD74I-TABLE.
           MOVE IDOC01I-PID        TO CD74I-KEY.
           IF STEP01O-VERIFIED
               STRING 'NO VALID ID - OVERRIDE PASSED BY '
                        DELIMITED BY SIZE
                      IDOC01I-SUPERVISOR DELIMITED BY SIZE
                      ' ON '             DELIMITED BY SIZE
                      IDOC01I-SOURCE     DELIMITED BY SPACE
                 INTO CD74I-AFTER
           ELSE
               STRING 'NO VALID ID - OVERRIDE FAILED BY '
                        DELIMITED BY SIZE
                      IDOC01I-SUPERVISOR DELIMITED BY SIZE
                      ' ON '             DELIMITED BY SIZE
                      IDOC01I-SOURCE     DELIMITED BY SPACE
                 INTO CD74I-AFTER
           END-IF.
           PERFORM P600-WRITE-AUDIT.

           CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS.

           IF BANK-ERRMSG = SPACES
               IF STEP01O-VERIFIED
                   SET IDOC01O-OVERRIDDEN TO TRUE
               ELSE
                   MOVE 'Override challenge not passed' TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * Audit through DBANK74P - key is PID/sequence.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE IDOC01I-USERID TO CD74I-USERID.
           MOVE 'DIDOC01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-ITEM-IMAGE.
           MOVE 'BNKIDDOC' TO CD74I-TABLE.
           MOVE SPACES TO CD74I-KEY CD74I-AFTER.
           MOVE DCL-IDD-SEQ TO WS-SEQ-DSP.
           STRING DCL-IDD-PID DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SEQ-DSP  DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'TYPE='              DELIMITED BY SIZE
                  DCL-IDD-DOC-TYPE     DELIMITED BY SIZE
                  ' NO='               DELIMITED BY SIZE
                  DCL-IDD-DOC-NO       DELIMITED BY SPACE
                  ' CTRY='             DELIMITED BY SIZE
                  DCL-IDD-COUNTRY      DELIMITED BY SIZE
                  ' ISSUED='           DELIMITED BY SIZE
                  DCL-IDD-ISSUE-DATE   DELIMITED BY SIZE
                  ' EXPIRES='          DELIMITED BY SIZE
                  DCL-IDD-EXPIRY-DATE  DELIMITED BY SIZE
                  ' VERIFIED BY '      DELIMITED BY SIZE
                  DCL-IDD-VERIFIED-BY  DELIMITED BY SIZE
                  ' METHOD='           DELIMITED BY SIZE
                  DCL-IDD-METHOD       DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * The caller's role, and the customer must be named - a viewer
      * maintains no documents and nobody verifies their own.
      *-----------------------------------------------------------------
       P700-CHECK-CALLER.
           MOVE SPACE TO WS-CALLER-ROLE.

           IF IDOC01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO CHECK-CALLER-EXIT
           END-IF.

           IF IDOC01I-PID = IDOC01I-USERID
               MOVE 'You may not verify your own identity documents'
                 TO BANK-ERRMSG
               GO TO CHECK-CALLER-EXIT
           END-IF.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :IDOC01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-CALLER-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not maintain identity documents'
                 TO BANK-ERRMSG
           END-IF.

       CHECK-CALLER-EXIT.
           EXIT.

      *    A keyed date - a real YYYY-MM-DD.
       P710-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.

           IF WS-DC-YYYY IS NUMERIC AND WS-DC-DASH1 = '-' AND
              WS-DC-MM IS NUMERIC AND WS-DC-DASH2 = '-' AND
              WS-DC-DD IS NUMERIC
               IF WS-DC-MM-N > ZERO AND WS-DC-MM-N < 13 AND
                  WS-DC-DD-N > ZERO AND WS-DC-DD-N < 32
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       P720-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Identity document failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
