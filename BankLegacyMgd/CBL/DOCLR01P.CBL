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
001300* Program:     DOCLR01P.CBL                                    *
001400* Function:    Deposited-item capture - the third-party cheques *
001500*              a customer pays in at the counter, drawn on      *
001600*              another bank, behind the B129 screen.  'C'       *
001700*              takes the drawer bank's routing number, the      *
001800*              drawer's account, the cheque number and the      *
001900*              amount: the account is credited through the      *
002000*              same DBANK04P/DBANK06P path a cash deposit       *
002100*              takes, a DBANK49P hold for the whole amount is   *
002200*              placed for BNKPARM CHQHOLDDAYS business days     *
002300*              (default 5), and the item is registered on       *
002400*              BNKOCLR for the nightly outward clearing file    *
002500*              (DOCLR02P).  A cheque drawn on this bank goes    *
002600*              through on-us presentment instead, and the same  *
002700*              cheque cannot be paid in twice while it is       *
002800*              still in clearing.  'L' lists the items on an    *
002900*              account, or a branch's items, newest first, so   *
003000*              each can be followed until it clears or comes    *
003100*              back (DOCLR03P).                                 *
003200*              SQL version                                      *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DOCLR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-DAY-SUB                        PIC S9(4) COMP.
           05  WS-HOLD-DAYS                      PIC S9(4) COMP.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-ITEM-DSP                       PIC 9(9).
           05  WS-CHQ-NUM                        PIC 9(6).
      *-----------------------------------------------------------------
      * The bank's own routing number, as printed on the cheque books
      * DCHQO01P orders - a cheque carrying it is drawn on us.
      *-----------------------------------------------------------------
           05  WS-OUR-ROUTING                    PIC X(9)
                                                  VALUE '123456780'.
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-FRZ-ERRMSG                     PIC X(65).
           05  WS-FRZ-GOODMSG                    PIC X(65).
           05  WS-HOLD-ERRMSG                    PIC X(65).
           05  WS-HOLD-GOODMSG                   PIC X(65).
           05  WS-CAL-ERRMSG                     PIC X(65).
           05  WS-CAL-GOODMSG                    PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC49.
           COPY CBANKVC61.
           COPY CBANKVC83.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSOC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSOCX.
           COPY CBANKSACX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-HOLD-RELEASE                       PIC X(10).
       01  WS-DUP-COUNT                          PIC S9(5) COMP-3.
       01  WS-CALLER-ROLE                        PIC X(1).
           88  WS-CALLER-VIEWER                  VALUE 'V'.
       01  WS-CALLER-BRANCH                      PIC X(3).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY COCLR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference OCLR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO OCLR01O-HOLD-RELEASE.
           MOVE ZERO   TO OCLR01O-ITEM-NO OCLR01O-ITEM-COUNT.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN OCLR01I-CAPTURE
                   PERFORM P200-CAPTURE-ITEM THRU CAPTURE-ITEM-EXIT
               WHEN OCLR01I-LIST
                   PERFORM P100-LIST-ITEMS
               WHEN OTHER
                   MOVE 'Invalid deposited cheque function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

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
      * The items on one account, or a branch's (every branch's when
      * blank) optionally of one status - newest first.
      *=================================================================
       P100-LIST-ITEMS.
           MOVE OCLR01I-ACCNO  TO DCL-OCL-ACCNO.
           MOVE OCLR01I-BRANCH TO DCL-OCL-BRANCH.
           MOVE OCLR01I-STATUS TO DCL-OCL-STATUS.

           EXEC SQL
                DECLARE OCL_CSR CURSOR FOR
                SELECT OCL_ITEM_NO, OCL_ACCNO, OCL_BRANCH,
                       OCL_ROUTING, OCL_CHQ_NO, OCL_AMOUNT,
                       OCL_STATUS, OCL_CAPTURE_DTE, OCL_SENT_DTE,
                       OCL_CLEARED_DTE, OCL_RETURN_DTE,
                       OCL_RETURN_REASON, OCL_FEE, OCL_HOLD_ACTION
                FROM BNKOCLR
                WHERE (OCL_ACCNO = :DCL-OCL-ACCNO
                       OR :DCL-OCL-ACCNO = ' ')
                  AND (OCL_BRANCH = :DCL-OCL-BRANCH
                       OR :DCL-OCL-BRANCH = ' ')
                  AND (OCL_STATUS = :DCL-OCL-STATUS
                       OR :DCL-OCL-STATUS = ' ')
                ORDER BY OCL_ITEM_NO DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN OCL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-ITEM
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR OCLR01O-ITEM-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE OCL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF OCLR01O-ITEM-COUNT = ZERO
                   MOVE 'No deposited cheques found' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Deposited cheques listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       P110-FETCH-ITEM.
           EXEC SQL
                FETCH OCL_CSR
                INTO :DCL-OCL-ITEM-NO, :DCL-OCL-ACCNO,
                     :DCL-OCL-BRANCH, :DCL-OCL-ROUTING,
                     :DCL-OCL-CHQ-NO, :DCL-OCL-AMOUNT,
                     :DCL-OCL-STATUS, :DCL-OCL-CAPTURE-DTE,
                     :DCL-OCL-SENT-DTE, :DCL-OCL-CLEARED-DTE,
                     :DCL-OCL-RETURN-DTE, :DCL-OCL-RETURN-REASON,
                     :DCL-OCL-FEE, :DCL-OCL-HOLD-ACTION
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO OCLR01O-ITEM-COUNT
               MOVE OCLR01O-ITEM-COUNT TO WS-SUB
               MOVE DCL-OCL-ITEM-NO     TO OCLR01O-E-ITEM-NO(WS-SUB)
               MOVE DCL-OCL-ACCNO       TO OCLR01O-ACCNO(WS-SUB)
               MOVE DCL-OCL-BRANCH      TO OCLR01O-BRANCH(WS-SUB)
               MOVE DCL-OCL-ROUTING     TO OCLR01O-ROUTING(WS-SUB)
               MOVE DCL-OCL-CHQ-NO      TO OCLR01O-CHQ-NO(WS-SUB)
               MOVE DCL-OCL-AMOUNT      TO OCLR01O-AMOUNT(WS-SUB)
               MOVE DCL-OCL-STATUS      TO OCLR01O-STATUS(WS-SUB)
               MOVE DCL-OCL-CAPTURE-DTE
                 TO OCLR01O-CAPTURE-DTE(WS-SUB)
               MOVE DCL-OCL-SENT-DTE    TO OCLR01O-SENT-DTE(WS-SUB)
               IF DCL-OCL-CLEARED
                   MOVE DCL-OCL-CLEARED-DTE
                     TO OCLR01O-SETTLED-DTE(WS-SUB)
               ELSE
                   MOVE DCL-OCL-RETURN-DTE
                     TO OCLR01O-SETTLED-DTE(WS-SUB)
               END-IF
               MOVE DCL-OCL-RETURN-REASON
                 TO OCLR01O-RETURN-REASON(WS-SUB)
               MOVE DCL-OCL-FEE         TO OCLR01O-FEE(WS-SUB)
               MOVE DCL-OCL-HOLD-ACTION
                 TO OCLR01O-HOLD-ACTION(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Capture one deposited cheque - check it, credit the account,
      * hold the funds, and register the item for clearing.
      *=================================================================
       P200-CAPTURE-ITEM.
           PERFORM P210-CHECK-ITEM THRU CHECK-ITEM-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CAPTURE-ITEM-EXIT
           END-IF.

           PERFORM P230-HOLD-RELEASE-DATE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CAPTURE-ITEM-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(OCL_ITEM_NO), 0) + 1
                  INTO :DCL-OCL-ITEM-NO
                  FROM BNKOCLR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CAPTURE-ITEM-EXIT
           END-IF.

           PERFORM P250-CREDIT-ACCOUNT THRU CREDIT-ACCOUNT-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CAPTURE-ITEM-EXIT
           END-IF.

      *    The hold's reason names the item - the returns run finds
      *    the hold again by it to release or convert.
           MOVE DCL-OCL-ITEM-NO TO WS-ITEM-DSP.
           MOVE SPACES TO DCL-OCL-HOLD-REASON.
           STRING 'DEPOSITED CHQ ITEM ' DELIMITED BY SIZE
                  WS-ITEM-DSP           DELIMITED BY SIZE
             INTO DCL-OCL-HOLD-REASON.

           MOVE SPACES TO CD49-DATA WS-HOLD-ERRMSG WS-HOLD-GOODMSG.
           SET CD49I-PLACE         TO TRUE.
           MOVE OCLR01I-ACCNO      TO CD49I-ACCNO.
           MOVE OCLR01I-AMOUNT     TO CD49I-AMOUNT.
           MOVE DCL-OCL-HOLD-REASON TO CD49I-REASON.
           MOVE WS-HOLD-RELEASE    TO CD49I-RELEASE-DTE.
           MOVE OCLR01I-USERID     TO CD49I-PLACED-BY.

           CALL 'DBANK49P' USING BY REFERENCE CD49-DATA
                                 BY REFERENCE WS-HOLD-ERRMSG
                                 BY REFERENCE WS-HOLD-GOODMSG.

           IF WS-HOLD-ERRMSG NOT = SPACES
               MOVE WS-HOLD-ERRMSG TO BANK-ERRMSG
               GO TO CAPTURE-ITEM-EXIT
           END-IF.

           MOVE OCLR01I-ACCNO      TO DCL-OCL-ACCNO.
           MOVE DCL-BAC-PID        TO DCL-OCL-PID.
           MOVE WS-CALLER-BRANCH   TO DCL-OCL-BRANCH.
           IF DCL-OCL-BRANCH = SPACES
               MOVE '001' TO DCL-OCL-BRANCH
           END-IF.
           MOVE OCLR01I-USERID     TO DCL-OCL-TELLER.
           MOVE OCLR01I-ROUTING    TO DCL-OCL-ROUTING.
           MOVE OCLR01I-DRAWER-ACC TO DCL-OCL-DRAWER-ACC.
           MOVE WS-CHQ-NUM         TO DCL-OCL-CHQ-NO.
           MOVE OCLR01I-AMOUNT     TO DCL-OCL-AMOUNT.
           SET DCL-OCL-CAPTURED    TO TRUE.
           MOVE WS-TODAY-DATE      TO DCL-OCL-CAPTURE-DTE.
           MOVE WS-HOLD-RELEASE    TO DCL-OCL-HOLD-RELEASE.

           EXEC SQL
                INSERT INTO BNKOCLR (
                  OCL_ITEM_NO, OCL_ACCNO, OCL_PID, OCL_BRANCH,
                  OCL_TELLER, OCL_ROUTING, OCL_DRAWER_ACC,
                  OCL_CHQ_NO, OCL_AMOUNT, OCL_STATUS,
                  OCL_CAPTURE_DTE, OCL_HOLD_REASON,
                  OCL_HOLD_RELEASE, OCL_SENT_DTE, OCL_CLEARED_DTE,
                  OCL_RETURN_DTE, OCL_RETURN_REASON, OCL_FEE,
                  OCL_HOLD_ACTION, OCL_FILLER
                ) VALUES (
                  :DCL-OCL-ITEM-NO, :DCL-OCL-ACCNO, :DCL-OCL-PID,
                  :DCL-OCL-BRANCH, :DCL-OCL-TELLER,
                  :DCL-OCL-ROUTING, :DCL-OCL-DRAWER-ACC,
                  :DCL-OCL-CHQ-NO, :DCL-OCL-AMOUNT,
                  :DCL-OCL-STATUS, :DCL-OCL-CAPTURE-DTE,
                  :DCL-OCL-HOLD-REASON, :DCL-OCL-HOLD-RELEASE,
                  ' ', ' ', ' ', ' ', 0, ' ', ' ')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-OCL-ITEM-NO TO OCLR01O-ITEM-NO
               MOVE WS-HOLD-RELEASE TO OCLR01O-HOLD-RELEASE
               MOVE SPACES TO GOOD-ERRMSG
               STRING 'Cheque captured as item ' DELIMITED BY SIZE
                      WS-ITEM-DSP               DELIMITED BY SIZE
                      ' - held to '             DELIMITED BY SIZE
                      WS-HOLD-RELEASE           DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       CAPTURE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The teller, the cheque and the account keyed.
      *-----------------------------------------------------------------
       P210-CHECK-ITEM.
           MOVE SPACES TO WS-CALLER-ROLE WS-CALLER-BRANCH.

           EXEC SQL
                SELECT BCS_ROLE, BCS_BRANCH
                  INTO :WS-CALLER-ROLE, :WS-CALLER-BRANCH
                  FROM BNKCUST
                 WHERE BCS_PID = :OCLR01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-ITEM-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not take deposits' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           IF OCLR01I-ROUTING IS NOT NUMERIC
               MOVE 'Drawer bank routing number must be 9 digits'
                 TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           IF OCLR01I-ROUTING = WS-OUR-ROUTING
               MOVE 'Drawn on this bank - present it on-us'
                 TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           IF OCLR01I-CHQ-NO IS NOT NUMERIC
               MOVE 'Cheque number must be 6 digits' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           MOVE OCLR01I-CHQ-NO TO WS-CHQ-NUM.

           IF OCLR01I-AMOUNT NOT > ZERO
               MOVE 'Amount must be greater than zero' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           MOVE OCLR01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_STATUS
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Account not on file' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           IF DCL-BAC-STATUS = 'C'
               MOVE 'Account is closed' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

           MOVE SPACES         TO CD83-DATA WS-FRZ-ERRMSG WS-FRZ-GOODMSG.
           SET CD83I-QUERY     TO TRUE.
           MOVE OCLR01I-ACCNO  TO CD83I-ACCNO.

           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE WS-FRZ-ERRMSG
                                 BY REFERENCE WS-FRZ-GOODMSG.

           IF WS-FRZ-ERRMSG = SPACES AND CD83O-FROZEN-FULL
               MOVE 'Account is frozen - no deposits' TO BANK-ERRMSG
               GO TO CHECK-ITEM-EXIT
           END-IF.

      *    The same cheque may not be in clearing twice - only once
      *    it has come back may it be paid in again.
           MOVE OCLR01I-ROUTING    TO DCL-OCL-ROUTING.
           MOVE OCLR01I-DRAWER-ACC TO DCL-OCL-DRAWER-ACC.
           MOVE WS-CHQ-NUM         TO DCL-OCL-CHQ-NO.
           MOVE ZERO               TO WS-DUP-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                  FROM BNKOCLR
                 WHERE OCL_ROUTING    = :DCL-OCL-ROUTING
                   AND OCL_DRAWER_ACC = :DCL-OCL-DRAWER-ACC
                   AND OCL_CHQ_NO     = :DCL-OCL-CHQ-NO
                   AND OCL_STATUS IN ('C', 'S', 'K')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND WS-DUP-COUNT > ZERO
               MOVE 'This cheque has already been paid in'
                 TO BANK-ERRMSG
           END-IF.

       CHECK-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The hold runs CHQHOLDDAYS business days off the DBANK61P
      * calendar - long enough for a return to come back.
      *-----------------------------------------------------------------
       P230-HOLD-RELEASE-DATE.
           MOVE SPACES         TO PARM01-DATA WS-PARM-ERRMSG
                                  WS-PARM-GOODMSG.
           SET PARM01I-GET     TO TRUE.
           MOVE 'CHQHOLDDAYS'  TO PARM01I-NAME.
           MOVE 5              TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-HOLD-DAYS
           ELSE
               MOVE 5             TO WS-HOLD-DAYS
           END-IF.

           IF WS-HOLD-DAYS < 1
               MOVE 1  TO WS-HOLD-DAYS
           END-IF.

           IF WS-HOLD-DAYS > 20
               MOVE 20 TO WS-HOLD-DAYS
           END-IF.

           MOVE WS-TODAY-DATE TO WS-HOLD-RELEASE.

           PERFORM P235-NEXT-BUSINESS-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-HOLD-DAYS
                  OR BANK-ERRMSG NOT = SPACES.

       P235-NEXT-BUSINESS-DAY.
           MOVE SPACES          TO CD61-DATA WS-CAL-ERRMSG
                                   WS-CAL-GOODMSG.
           SET CD61I-NEXT       TO TRUE.
           MOVE WS-HOLD-RELEASE TO CD61I-DATE.

           CALL 'DBANK61P' USING BY REFERENCE CD61-DATA
                                 BY REFERENCE WS-CAL-ERRMSG
                                 BY REFERENCE WS-CAL-GOODMSG.

           IF WS-CAL-ERRMSG NOT = SPACES
               MOVE WS-CAL-ERRMSG TO BANK-ERRMSG
           ELSE
               MOVE CD61O-DATE TO WS-HOLD-RELEASE
           END-IF.

      *-----------------------------------------------------------------
      * The credit - the account leg exactly as a cash deposit's,
      * keyed by the teller.  There is no drawer leg: the other side
      * is the drawer bank's, settled through the clearing.
      *-----------------------------------------------------------------
       P250-CREDIT-ACCOUNT.
           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.

           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE + OCLR01I-AMOUNT.

           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES
               MOVE WS-POST-ERRMSG TO BANK-ERRMSG
               GO TO CREDIT-ACCOUNT-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance changed - please retry' TO BANK-ERRMSG
               GO TO CREDIT-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES           TO CD06-DATA.
           MOVE DCL-BAC-PID      TO CD06I-PERSON-PID.
           MOVE OCLR01I-USERID   TO CD06I-USERID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE 'D'              TO CD06I-CATEGORY.
           MOVE DCL-BAC-ACCNO    TO CD06I-FROM-ACC.
           MOVE OCLR01I-AMOUNT   TO CD06I-FROM-AMOUNT.
           MOVE SPACES           TO CD06I-FROM-DESC.
           STRING 'Cheque deposit ' DELIMITED BY SIZE
                  WS-CHQ-NUM        DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

       CREDIT-ACCOUNT-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Deposited cheque function failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
