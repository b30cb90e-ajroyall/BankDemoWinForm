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
001300* Program:     DVULN01P.CBL                                    *
001400* Function:    Vulnerable-customer markers on BNKVULN, behind   *
001500*              the B127 screen.  'A' records a marker on a      *
001600*              customer - category, handling instructions,      *
001700*              whether they consented, the date it is next to   *
001800*              be reviewed - owned by the member of staff who   *
001900*              recorded it.  'C' changes the instructions,      *
002000*              consent or review date, 'R' removes it and 'V'   *
002100*              confirms at review that it is still accurate,    *
002200*              setting the next review date.  Only the owner    *
002300*              or an officer (supervisor, admin, compliance,    *
002400*              security) changes, reviews or removes a marker;  *
002500*              a viewer records none.  Every change is audited  *
002600*              to BNKMADT through DBANK74P.                     *
002700*              'Q' shows the live markers on a customer, or on  *
002800*              the owner and holders of an account, with a      *
002900*              one-line banner for the screen; each view that   *
003000*              shows a marker is audited as a 'V' row naming    *
003100*              the screen.  'D' lists the markers whose review  *
003200*              date has come - the caller's own, or every       *
003300*              owner's.                                         *
003400*              'K' is asked before money leaves an account:     *
003500*              when its owner or a holder is marked, a cash     *
003600*              withdrawal or payment over BNKPARM VULNLARGEAMT  *
003700*              (default 500.00), a transfer to someone else's   *
003800*              account this account has never paid, a first     *
003900*              wire to an outside account or a first payment    *
004000*              to a biller under that reference comes back to   *
004100*              be held for a second check.  Transfers between   *
004200*              the customer's own accounts are never held.      *
004300*              Runs in the caller's unit of work.               *
004400*              SQL version                                      *
004500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DVULN01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-VIEWER              VALUE 'V'.
               88  WS-CALLER-OFFICER             VALUES 'S' 'A' 'C'
                                                        'X'.
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-COUNT-DSP                      PIC Z9.
           05  WS-LARGE-AMT                      PIC S9(7)V99 COMP-3.
           05  WS-DEFAULT-LARGE                  PIC S9(7)V99 COMP-3
                                                  VALUE 500.00.
           05  WS-CATEGORIES                     PIC X(20).
           05  WS-CAT-PTR                        PIC S9(4) COMP.
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
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSVU
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBP
           END-EXEC.

           COPY CBANKSVUX.
           COPY CBANKSCSX.
           COPY CBANKSACX.
           COPY CBANKSWRX.
           COPY CBANKSBPX.

       01  WS-TODAY                              PIC X(10).
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-MAX-SEQ                            PIC S9(3) COMP-3.
       01  WS-SEQ-NULL                           PIC S9(4) COMP.
       01  WS-Q-PID                              PIC X(5).
       01  WS-Q-ACCNO                            PIC X(9).
       01  WS-OWNER-LOW                          PIC X(5).
       01  WS-OWNER-HIGH                         PIC X(5).
       01  WS-FROM-OWNER                         PIC X(5).
       01  WS-TO-OWNER                           PIC X(5).
       01  WS-CUST-NAME                          PIC X(25).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CVULN01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference VULN01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO VULN01O-MARKED-SW VULN01O-HOLD-SW.
           MOVE SPACES TO VULN01O-HOLD-REASON VULN01O-BANNER.
           MOVE ZERO   TO VULN01O-ITEM-COUNT VULN01O-NEW-SEQ.

           PERFORM P720-BUILD-TODAY.

           EVALUATE TRUE
               WHEN VULN01I-ADD
                   PERFORM P100-ADD-MARKER THRU ADD-MARKER-EXIT
               WHEN VULN01I-CHANGE
                   PERFORM P200-CHANGE-MARKER THRU CHANGE-MARKER-EXIT
               WHEN VULN01I-REMOVE
                   PERFORM P300-REMOVE-MARKER THRU REMOVE-MARKER-EXIT
               WHEN VULN01I-REVIEW
                   PERFORM P400-REVIEW-MARKER THRU REVIEW-MARKER-EXIT
               WHEN VULN01I-QUERY
                   PERFORM P500-QUERY-MARKERS THRU QUERY-MARKERS-EXIT
               WHEN VULN01I-DUE-LIST
                   PERFORM P550-LIST-DUE THRU LIST-DUE-EXIT
               WHEN VULN01I-CHECK
                   PERFORM P650-CHECK-PAYMENT THRU CHECK-PAYMENT-EXIT
               WHEN OTHER
                   MOVE 'Invalid vulnerable-customer function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Record a marker - one live marker per category per customer,
      * each under the next free sequence for the PID.
      *=================================================================
       P100-ADD-MARKER.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not record a vulnerability marker'
                 TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           MOVE VULN01I-CATEGORY TO DCL-VUL-CATEGORY.
           IF NOT DCL-VUL-VALID-CATEGORY
               MOVE 'Category must be EP, BR, CI, HL, FD or OT'
                 TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           IF VULN01I-INSTRUCTIONS = SPACES
               MOVE 'Please enter the handling instructions'
                 TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           MOVE VULN01I-CONSENT TO DCL-VUL-CONSENT.
           IF NOT DCL-VUL-VALID-CONSENT
               MOVE 'Consent must be Y, N or U (unable to consent)'
                 TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           PERFORM P710-CHECK-REVIEW-DATE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           MOVE VULN01I-PID TO DCL-VUL-PID DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_NAME
                  INTO :DCL-BCS-NAME
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKVULN
                 WHERE VUL_PID      = :DCL-VUL-PID
                   AND VUL_CATEGORY = :DCL-VUL-CATEGORY
                   AND VUL_STATUS   = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               MOVE 'That category is already marked - change it'
                 TO BANK-ERRMSG
               GO TO ADD-MARKER-EXIT
           END-IF.

           EXEC SQL
                SELECT MAX(VUL_SEQ)
                  INTO :WS-MAX-SEQ :WS-SEQ-NULL
                  FROM BNKVULN
                 WHERE VUL_PID = :DCL-VUL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           IF WS-SEQ-NULL < ZERO
               MOVE ZERO TO WS-MAX-SEQ
           END-IF.

           COMPUTE DCL-VUL-SEQ = WS-MAX-SEQ + 1.
           MOVE VULN01I-INSTRUCTIONS TO DCL-VUL-INSTRUCTIONS.
           MOVE VULN01I-REVIEW-DATE  TO DCL-VUL-REVIEW-DATE.
           SET DCL-VUL-ACTIVE        TO TRUE.
           MOVE VULN01I-USERID       TO DCL-VUL-RECORDED-BY
                                        DCL-VUL-UPDATED-BY.
           MOVE SPACES               TO DCL-VUL-REVIEWED-BY
                                        DCL-VUL-REVIEWED-DATE
                                        DCL-VUL-ASKED-DATE.

           EXEC SQL
                INSERT INTO BNKVULN (
                  VUL_PID,
                  VUL_SEQ,
                  VUL_CATEGORY,
                  VUL_INSTRUCTIONS,
                  VUL_CONSENT,
                  VUL_REVIEW_DATE,
                  VUL_STATUS,
                  VUL_RECORDED_BY,
                  VUL_RECORDED_TS,
                  VUL_REVIEWED_BY,
                  VUL_REVIEWED_DATE,
                  VUL_ASKED_DATE,
                  VUL_UPDATED_BY,
                  VUL_UPDATED_TS
                ) VALUES (
                  :DCL-VUL-PID,
                  :DCL-VUL-SEQ,
                  :DCL-VUL-CATEGORY,
                  :DCL-VUL-INSTRUCTIONS,
                  :DCL-VUL-CONSENT,
                  :DCL-VUL-REVIEW-DATE,
                  :DCL-VUL-STATUS,
                  :DCL-VUL-RECORDED-BY,
                  CURRENT TIMESTAMP,
                  :DCL-VUL-REVIEWED-BY,
                  :DCL-VUL-REVIEWED-DATE,
                  :DCL-VUL-ASKED-DATE,
                  :DCL-VUL-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MARKER-EXIT
           END-IF.

           MOVE DCL-VUL-SEQ TO VULN01O-NEW-SEQ.

           MOVE 'A' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Vulnerability marker recorded' TO GOOD-ERRMSG
           END-IF.

       ADD-MARKER-EXIT.
           EXIT.

      *=================================================================
      * Change a live marker - whatever is keyed replaces what is on
      * the row; the category stays as recorded.
      *=================================================================
       P200-CHANGE-MARKER.
           PERFORM P730-READ-FOR-UPDATE THRU READ-FOR-UPDATE-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-MARKER-EXIT
           END-IF.

           IF VULN01I-INSTRUCTIONS = SPACES AND
              VULN01I-CONSENT = SPACES AND
              VULN01I-REVIEW-DATE = SPACES
               MOVE 'Nothing to change' TO BANK-ERRMSG
               GO TO CHANGE-MARKER-EXIT
           END-IF.

           IF VULN01I-CONSENT NOT = SPACES
               MOVE VULN01I-CONSENT TO DCL-VUL-CONSENT
               IF NOT DCL-VUL-VALID-CONSENT
                   MOVE 'Consent must be Y, N or U (unable to consent)'
                     TO BANK-ERRMSG
                   GO TO CHANGE-MARKER-EXIT
               END-IF
           END-IF.

           IF VULN01I-REVIEW-DATE NOT = SPACES
               PERFORM P710-CHECK-REVIEW-DATE
               IF BANK-ERRMSG NOT = SPACES
                   GO TO CHANGE-MARKER-EXIT
               END-IF
               MOVE VULN01I-REVIEW-DATE TO DCL-VUL-REVIEW-DATE
           END-IF.

           IF VULN01I-INSTRUCTIONS NOT = SPACES
               MOVE VULN01I-INSTRUCTIONS TO DCL-VUL-INSTRUCTIONS
           END-IF.

           MOVE VULN01I-USERID TO DCL-VUL-UPDATED-BY.

           EXEC SQL
                UPDATE BNKVULN
                   SET VUL_INSTRUCTIONS = :DCL-VUL-INSTRUCTIONS,
                       VUL_CONSENT      = :DCL-VUL-CONSENT,
                       VUL_REVIEW_DATE  = :DCL-VUL-REVIEW-DATE,
                       VUL_UPDATED_BY   = :DCL-VUL-UPDATED-BY,
                       VUL_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE VUL_PID = :DCL-VUL-PID
                   AND VUL_SEQ = :DCL-VUL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-MARKER-EXIT
           END-IF.

           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Vulnerability marker changed' TO GOOD-ERRMSG
           END-IF.

       CHANGE-MARKER-EXIT.
           EXIT.

      *=================================================================
      * Remove a marker - kept on file as removed, the audit row says
      * who took it off and when.
      *=================================================================
       P300-REMOVE-MARKER.
           PERFORM P730-READ-FOR-UPDATE THRU READ-FOR-UPDATE-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MARKER-EXIT
           END-IF.

           MOVE VULN01I-USERID TO DCL-VUL-UPDATED-BY.

           EXEC SQL
                UPDATE BNKVULN
                   SET VUL_STATUS     = 'X',
                       VUL_UPDATED_BY = :DCL-VUL-UPDATED-BY,
                       VUL_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE VUL_PID = :DCL-VUL-PID
                   AND VUL_SEQ = :DCL-VUL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MARKER-EXIT
           END-IF.

           MOVE 'D' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Vulnerability marker removed' TO GOOD-ERRMSG
           END-IF.

       REMOVE-MARKER-EXIT.
           EXIT.

      *=================================================================
      * The owner (or an officer) confirms at review that the marker
      * is still accurate - it carries on to the next review date,
      * and the review queue stops asking.
      *=================================================================
       P400-REVIEW-MARKER.
           PERFORM P730-READ-FOR-UPDATE THRU READ-FOR-UPDATE-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVIEW-MARKER-EXIT
           END-IF.

           IF VULN01I-REVIEW-DATE = SPACES
               MOVE 'Please enter the next review date (YYYY-MM-DD)'
                 TO BANK-ERRMSG
               GO TO REVIEW-MARKER-EXIT
           END-IF.

           PERFORM P710-CHECK-REVIEW-DATE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVIEW-MARKER-EXIT
           END-IF.

           MOVE VULN01I-REVIEW-DATE TO DCL-VUL-REVIEW-DATE.
           MOVE VULN01I-USERID      TO DCL-VUL-REVIEWED-BY
                                       DCL-VUL-UPDATED-BY.
           MOVE WS-TODAY            TO DCL-VUL-REVIEWED-DATE.
           MOVE SPACES              TO DCL-VUL-ASKED-DATE.

           EXEC SQL
                UPDATE BNKVULN
                   SET VUL_REVIEW_DATE   = :DCL-VUL-REVIEW-DATE,
                       VUL_REVIEWED_BY   = :DCL-VUL-REVIEWED-BY,
                       VUL_REVIEWED_DATE = :DCL-VUL-REVIEWED-DATE,
                       VUL_ASKED_DATE    = :DCL-VUL-ASKED-DATE,
                       VUL_UPDATED_BY    = :DCL-VUL-UPDATED-BY,
                       VUL_UPDATED_TS    = CURRENT TIMESTAMP
                 WHERE VUL_PID = :DCL-VUL-PID
                   AND VUL_SEQ = :DCL-VUL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REVIEW-MARKER-EXIT
           END-IF.

           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-ITEM-IMAGE.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'REVIEWED STILL ACCURATE, NEXT REVIEW '
                    DELIMITED BY SIZE
                  DCL-VUL-REVIEW-DATE DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Marker confirmed - next review date set'
                 TO GOOD-ERRMSG
           END-IF.

       REVIEW-MARKER-EXIT.
           EXIT.

      *=================================================================
      * The live markers on a customer, or on the owner and holders
      * of an account - what the screens show.  A view that shows a
      * marker is itself audited.
      *=================================================================
       P500-QUERY-MARKERS.
           IF VULN01I-PID = SPACES AND VULN01I-ACCNO = SPACES
               MOVE 'Please enter the customer or account'
                 TO BANK-ERRMSG
               GO TO QUERY-MARKERS-EXIT
           END-IF.

           MOVE VULN01I-PID   TO WS-Q-PID.
           MOVE VULN01I-ACCNO TO WS-Q-ACCNO.

           EXEC SQL
                DECLARE VULQ_CSR CURSOR FOR
                SELECT VUL_PID, BCS_NAME, VUL_SEQ, VUL_CATEGORY,
                       VUL_INSTRUCTIONS, VUL_CONSENT, VUL_REVIEW_DATE,
                       VUL_RECORDED_BY, VUL_RECORDED_TS,
                       VUL_REVIEWED_BY, VUL_REVIEWED_DATE
                FROM BNKVULN, BNKCUST
                WHERE VUL_STATUS = 'A'
                  AND BCS_PID    = VUL_PID
                  AND (VUL_PID = :WS-Q-PID
                       OR VUL_PID IN
                          (SELECT BAC_PID FROM BNKACC
                            WHERE BAC_ACCNO = :WS-Q-ACCNO)
                       OR VUL_PID IN
                          (SELECT ACH_PID FROM BNKACCHLD
                            WHERE ACH_ACCNO = :WS-Q-ACCNO))
                ORDER BY VUL_PID, VUL_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VULQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-MARKERS-EXIT
           END-IF.

           PERFORM P510-FETCH-QUERY
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR VULN01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE VULQ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-MARKERS-EXIT
           END-IF.

           IF VULN01O-ITEM-COUNT = ZERO
               MOVE 'No vulnerability markers' TO GOOD-ERRMSG
               GO TO QUERY-MARKERS-EXIT
           END-IF.

           SET VULN01O-MARKED TO TRUE.
           PERFORM P520-BUILD-BANNER.

      *    The view itself goes on the audit trail.
           MOVE SPACES TO CD74-DATA.
           MOVE 'V'    TO CD74I-ACTION.
           MOVE 'BNKVULN' TO CD74I-TABLE.
           IF VULN01I-PID NOT = SPACES
               MOVE VULN01I-PID TO CD74I-KEY
           ELSE
               STRING 'ACC '        DELIMITED BY SIZE
                      VULN01I-ACCNO DELIMITED BY SIZE
                 INTO CD74I-KEY
           END-IF.
           MOVE VULN01O-ITEM-COUNT TO WS-COUNT-DSP.
           STRING 'VIEWED ON '      DELIMITED BY SIZE
                  VULN01I-SOURCE    DELIMITED BY SPACE
                  ' - '             DELIMITED BY SIZE
                  WS-COUNT-DSP      DELIMITED BY SIZE
                  ' MARKER(S)'      DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'VULNERABLE CUSTOMER - follow the instructions'
                 TO GOOD-ERRMSG
           END-IF.

       QUERY-MARKERS-EXIT.
           EXIT.

       P510-FETCH-QUERY.
           EXEC SQL
                FETCH VULQ_CSR
                INTO :DCL-VUL-PID, :WS-CUST-NAME, :DCL-VUL-SEQ,
                     :DCL-VUL-CATEGORY, :DCL-VUL-INSTRUCTIONS,
                     :DCL-VUL-CONSENT, :DCL-VUL-REVIEW-DATE,
                     :DCL-VUL-RECORDED-BY, :DCL-VUL-RECORDED-TS,
                     :DCL-VUL-REVIEWED-BY, :DCL-VUL-REVIEWED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *    'VULNERABLE (EP BR): instructions of the first marker'.
       P520-BUILD-BANNER.
           MOVE SPACES TO WS-CATEGORIES.
           MOVE 1 TO WS-CAT-PTR.
           PERFORM P525-ADD-CATEGORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > VULN01O-ITEM-COUNT OR WS-SUB > 6.

           STRING 'VULNERABLE ('       DELIMITED BY SIZE
                  WS-CATEGORIES        DELIMITED BY '  '
                  '): '                DELIMITED BY SIZE
                  VULN01O-INSTRUCTIONS(1) DELIMITED BY SIZE
             INTO VULN01O-BANNER.

       P525-ADD-CATEGORY.
           IF WS-SUB > 1
               STRING ' ' DELIMITED BY SIZE
                 INTO WS-CATEGORIES WITH POINTER WS-CAT-PTR
           END-IF.
           STRING VULN01O-CATEGORY(WS-SUB) DELIMITED BY SIZE
             INTO WS-CATEGORIES WITH POINTER WS-CAT-PTR.

       P530-ADD-OUTPUT-ENTRY.
           ADD 1 TO VULN01O-ITEM-COUNT.
           MOVE VULN01O-ITEM-COUNT TO WS-SUB.
           MOVE DCL-VUL-PID          TO VULN01O-PID(WS-SUB).
           MOVE WS-CUST-NAME         TO VULN01O-NAME(WS-SUB).
           MOVE DCL-VUL-SEQ          TO VULN01O-SEQ(WS-SUB).
           MOVE DCL-VUL-CATEGORY     TO VULN01O-CATEGORY(WS-SUB).
           MOVE DCL-VUL-INSTRUCTIONS TO VULN01O-INSTRUCTIONS(WS-SUB).
           MOVE DCL-VUL-CONSENT      TO VULN01O-CONSENT(WS-SUB).
           MOVE DCL-VUL-REVIEW-DATE  TO VULN01O-REVIEW-DATE(WS-SUB).
           MOVE DCL-VUL-RECORDED-BY  TO VULN01O-RECORDED-BY(WS-SUB).
           MOVE DCL-VUL-RECORDED-TS(1:10)
             TO VULN01O-RECORDED-DATE(WS-SUB).
           MOVE DCL-VUL-REVIEWED-BY  TO VULN01O-REVIEWED-BY(WS-SUB).
           MOVE DCL-VUL-REVIEWED-DATE
             TO VULN01O-REVIEWED-DATE(WS-SUB).
           IF DCL-VUL-REVIEW-DATE NOT > WS-TODAY
               MOVE 'Y' TO VULN01O-DUE(WS-SUB)
           ELSE
               MOVE 'N' TO VULN01O-DUE(WS-SUB)
           END-IF.

      *=================================================================
      * The review queue - live markers whose review date has come,
      * oldest first: the caller's own, or every owner's.
      *=================================================================
       P550-LIST-DUE.
           IF VULN01I-ALL-OWNERS = 'A'
               MOVE LOW-VALUES  TO WS-OWNER-LOW
               MOVE HIGH-VALUES TO WS-OWNER-HIGH
           ELSE
               MOVE VULN01I-USERID TO WS-OWNER-LOW WS-OWNER-HIGH
           END-IF.

           EXEC SQL
                DECLARE VULD_CSR CURSOR FOR
                SELECT VUL_PID, BCS_NAME, VUL_SEQ, VUL_CATEGORY,
                       VUL_INSTRUCTIONS, VUL_CONSENT, VUL_REVIEW_DATE,
                       VUL_RECORDED_BY, VUL_RECORDED_TS,
                       VUL_REVIEWED_BY, VUL_REVIEWED_DATE
                FROM BNKVULN, BNKCUST
                WHERE VUL_STATUS       = 'A'
                  AND VUL_REVIEW_DATE <= :WS-TODAY
                  AND VUL_RECORDED_BY >= :WS-OWNER-LOW
                  AND VUL_RECORDED_BY <= :WS-OWNER-HIGH
                  AND BCS_PID          = VUL_PID
                ORDER BY VUL_REVIEW_DATE, VUL_PID, VUL_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN VULD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-DUE-EXIT
           END-IF.

           PERFORM P560-FETCH-DUE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR VULN01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE VULD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF VULN01O-ITEM-COUNT = ZERO
                   MOVE 'No marker reviews due' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Marker reviews due listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-DUE-EXIT.
           EXIT.

       P560-FETCH-DUE.
           EXEC SQL
                FETCH VULD_CSR
                INTO :DCL-VUL-PID, :WS-CUST-NAME, :DCL-VUL-SEQ,
                     :DCL-VUL-CATEGORY, :DCL-VUL-INSTRUCTIONS,
                     :DCL-VUL-CONSENT, :DCL-VUL-REVIEW-DATE,
                     :DCL-VUL-RECORDED-BY, :DCL-VUL-RECORDED-TS,
                     :DCL-VUL-REVIEWED-BY, :DCL-VUL-REVIEWED-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-ADD-OUTPUT-ENTRY
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Money about to leave an account - is its owner or a holder
      * marked, and if so does this payment need a second check?
      *=================================================================
       P650-CHECK-PAYMENT.
           IF VULN01I-ACCNO = SPACES
               GO TO CHECK-PAYMENT-EXIT
           END-IF.

           MOVE VULN01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKVULN
                 WHERE VUL_STATUS = 'A'
                   AND (VUL_PID IN
                          (SELECT BAC_PID FROM BNKACC
                            WHERE BAC_ACCNO = :DCL-BAC-ACCNO)
                        OR VUL_PID IN
                          (SELECT ACH_PID FROM BNKACCHLD
                            WHERE ACH_ACCNO = :DCL-BAC-ACCNO))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-ROW-COUNT = ZERO
               GO TO CHECK-PAYMENT-EXIT
           END-IF.

           SET VULN01O-MARKED TO TRUE.

           MOVE SPACES          TO PARM01-DATA.
           SET PARM01I-GET      TO TRUE.
           MOVE 'VULNLARGEAMT'  TO PARM01I-NAME.
           MOVE WS-DEFAULT-LARGE TO PARM01I-VALUE.
           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.
           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.
           MOVE PARM01O-VALUE TO WS-LARGE-AMT.

           EVALUATE TRUE
               WHEN VULN01I-CASH
                   IF VULN01I-AMOUNT > WS-LARGE-AMT
                       MOVE 'Vulnerable - large withdrawal'
                         TO VULN01O-HOLD-REASON
                   END-IF
               WHEN VULN01I-TRANSFER
                   PERFORM P660-CHECK-TRANSFER THRU
                           CHECK-TRANSFER-EXIT
               WHEN VULN01I-EXTERNAL
                   PERFORM P670-CHECK-EXTERNAL
               WHEN VULN01I-BILL
                   PERFORM P680-CHECK-BILL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF VULN01O-HOLD-REASON NOT = SPACES
               SET VULN01O-HOLD TO TRUE
           END-IF.

       CHECK-PAYMENT-EXIT.
           EXIT.

      *    A transfer to another of the customer's own accounts stays
      *    with them and is never held.
       P660-CHECK-TRANSFER.
           IF VULN01I-TO-ACC = SPACES
               GO TO CHECK-TRANSFER-EXIT
           END-IF.

           EXEC SQL
                SELECT BAC_PID
                  INTO :WS-FROM-OWNER
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-TRANSFER-EXIT
           END-IF.

           MOVE VULN01I-TO-ACC TO WS-Q-ACCNO.
           MOVE SPACES TO WS-TO-OWNER.

           EXEC SQL
                SELECT BAC_PID
                  INTO :WS-TO-OWNER
                  FROM BNKACC
                 WHERE BAC_ACCNO = :WS-Q-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-TO-OWNER = WS-FROM-OWNER
               GO TO CHECK-TRANSFER-EXIT
           END-IF.

           IF VULN01I-AMOUNT > WS-LARGE-AMT
               MOVE 'Vulnerable - large transfer'
                 TO VULN01O-HOLD-REASON
               GO TO CHECK-TRANSFER-EXIT
           END-IF.

      *    Paid before - a transfer leg out of this account whose
      *    other leg landed in the same account.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKTXN F, BNKTXN T
                 WHERE F.BTX_ACCNO     = :DCL-BAC-ACCNO
                   AND F.BTX_TYPE      = '1'
                   AND F.BTX_SUB_TYPE  = '1'
                   AND F.BTX_XFER_REF <> ' '
                   AND T.BTX_XFER_REF  = F.BTX_XFER_REF
                   AND T.BTX_SUB_TYPE  = '2'
                   AND T.BTX_ACCNO     = :WS-Q-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG = SPACES AND WS-ROW-COUNT = ZERO
               MOVE 'Vulnerable - new payee' TO VULN01O-HOLD-REASON
           END-IF.

       CHECK-TRANSFER-EXIT.
           EXIT.

      *    A wire - large, or the first this account has sent to that
      *    outside account (cancelled and rejected ones do not count).
       P670-CHECK-EXTERNAL.
           IF VULN01I-AMOUNT > WS-LARGE-AMT
               MOVE 'Vulnerable - large transfer'
                 TO VULN01O-HOLD-REASON
           ELSE
               MOVE VULN01I-EXT-ROUTING TO DCL-WIR-ROUTING
               MOVE VULN01I-EXT-ACC     TO DCL-WIR-EXT-ACC
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKWIRE
                     WHERE WIR_DIRECTION = 'O'
                       AND WIR_ACCNO     = :DCL-BAC-ACCNO
                       AND WIR_ROUTING   = :DCL-WIR-ROUTING
                       AND WIR_EXT_ACC   = :DCL-WIR-EXT-ACC
                       AND WIR_STATUS NOT IN ('C', 'R')
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG = SPACES AND WS-ROW-COUNT = ZERO
                   MOVE 'Vulnerable - first external pay'
                     TO VULN01O-HOLD-REASON
               END-IF
           END-IF.

      *    A bill payment - large, or the first from this account to
      *    the biller under that customer reference.
       P680-CHECK-BILL.
           IF VULN01I-AMOUNT > WS-LARGE-AMT
               MOVE 'Vulnerable - large payment'
                 TO VULN01O-HOLD-REASON
           ELSE
               MOVE VULN01I-BILLER   TO DCL-BLP-BILLER
               MOVE VULN01I-BILL-REF TO DCL-BLP-CUST-REF
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKBILLP
                     WHERE BLP_FROM_ACC = :DCL-BAC-ACCNO
                       AND BLP_BILLER   = :DCL-BLP-BILLER
                       AND BLP_CUST_REF = :DCL-BLP-CUST-REF
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG = SPACES AND WS-ROW-COUNT = ZERO
                   MOVE 'Vulnerable - new payee'
                     TO VULN01O-HOLD-REASON
               END-IF
           END-IF.

      *=================================================================
      * Audit through DBANK74P - key is PID/sequence.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE VULN01I-USERID TO CD74I-USERID.
           MOVE 'DVULN01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-ITEM-IMAGE.
           MOVE 'BNKVULN' TO CD74I-TABLE.
           MOVE SPACES TO CD74I-KEY CD74I-AFTER.
           MOVE DCL-VUL-SEQ TO WS-SEQ-DSP.
           STRING DCL-VUL-PID DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SEQ-DSP  DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'CAT='               DELIMITED BY SIZE
                  DCL-VUL-CATEGORY     DELIMITED BY SIZE
                  ' CONSENT='          DELIMITED BY SIZE
                  DCL-VUL-CONSENT      DELIMITED BY SIZE
                  ' REVIEW='           DELIMITED BY SIZE
                  DCL-VUL-REVIEW-DATE  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  DCL-VUL-INSTRUCTIONS DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * The caller's role, and the customer must be named.
      *-----------------------------------------------------------------
       P700-CHECK-CALLER.
           MOVE SPACE TO WS-CALLER-ROLE.

           IF VULN01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GO TO CHECK-CALLER-EXIT
           END-IF.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :VULN01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       CHECK-CALLER-EXIT.
           EXIT.

      *    The review date keyed - a real YYYY-MM-DD after today.
       P710-CHECK-REVIEW-DATE.
           MOVE VULN01I-REVIEW-DATE TO WS-DATE-CHECK.
           MOVE 'N' TO WS-DATE-OK-SW.

           IF WS-DC-YYYY IS NUMERIC AND WS-DC-DASH1 = '-' AND
              WS-DC-MM IS NUMERIC AND WS-DC-DASH2 = '-' AND
              WS-DC-DD IS NUMERIC
               IF WS-DC-MM-N > ZERO AND WS-DC-MM-N < 13 AND
                  WS-DC-DD-N > ZERO AND WS-DC-DD-N < 32
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

           IF NOT WS-DATE-OK
               MOVE 'Please enter the review date as YYYY-MM-DD'
                 TO BANK-ERRMSG
           ELSE
               IF WS-DATE-CHECK NOT > WS-TODAY
                   MOVE 'The review date must be after today'
                     TO BANK-ERRMSG
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

      *-----------------------------------------------------------------
      * The live marker named on a change, review or removal - only
      * its owner or an officer may act on it.  Captures the before
      * image for the audit row.
      *-----------------------------------------------------------------
       P730-READ-FOR-UPDATE.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-FOR-UPDATE-EXIT
           END-IF.

           MOVE VULN01I-PID TO DCL-VUL-PID.
           MOVE VULN01I-SEQ TO DCL-VUL-SEQ.

           EXEC SQL
                SELECT VUL_CATEGORY, VUL_INSTRUCTIONS, VUL_CONSENT,
                       VUL_REVIEW_DATE, VUL_STATUS, VUL_RECORDED_BY
                  INTO :DCL-VUL-CATEGORY, :DCL-VUL-INSTRUCTIONS,
                       :DCL-VUL-CONSENT, :DCL-VUL-REVIEW-DATE,
                       :DCL-VUL-STATUS, :DCL-VUL-RECORDED-BY
                  FROM BNKVULN
                 WHERE VUL_PID = :DCL-VUL-PID
                   AND VUL_SEQ = :DCL-VUL-SEQ
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No such vulnerability marker' TO BANK-ERRMSG
               GO TO READ-FOR-UPDATE-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO READ-FOR-UPDATE-EXIT
           END-IF.

           IF NOT DCL-VUL-ACTIVE
               MOVE 'That marker has been removed' TO BANK-ERRMSG
               GO TO READ-FOR-UPDATE-EXIT
           END-IF.

           IF VULN01I-USERID NOT = DCL-VUL-RECORDED-BY AND
              NOT WS-CALLER-OFFICER
               MOVE 'Only the marker''s owner or an officer may act'
                 TO BANK-ERRMSG
               GO TO READ-FOR-UPDATE-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           PERFORM P610-ITEM-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

       READ-FOR-UPDATE-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Vulnerability marker failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
