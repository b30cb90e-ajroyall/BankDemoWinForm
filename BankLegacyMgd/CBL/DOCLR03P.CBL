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
001300* Program:     DOCLR03P.CBL                                    *
001400* Function:    Returned-items batch - posts the clearing        *
001500*              network's file of deposited cheques the drawer   *
001600*              bank has sent back unpaid.  Each detail line:    *
001700*                col  1     'D'                                 *
001800*                cols 2-10  our item number, zoned              *
001900*                cols 11-19 drawer bank routing number          *
002000*                cols 20-25 cheque number, zoned                *
002100*                cols 26-36 amount, 9(9)V99, zoned, no point    *
002200*                cols 37-39 return reason - NSF insufficient    *
002300*                           funds, STP payment stopped, ACL     *
002400*                           account closed, or the network's    *
002500*                           own code for anything else          *
002600*              An optional first line 'H' carries the file      *
002700*              date YYYY-MM-DD in cols 2-11 and a sequence      *
002800*              number 9(6) in cols 12-17; the file is checked   *
002900*              in with the DINFL01P inbound file registry       *
003000*              before anything posts.  The item has to be one   *
003100*              DOCLR02P sent (BNKOCLR 'S', or 'K' for a late    *
003200*              return) with the same routing, cheque number and *
003300*              amount.  The credit is taken back off the        *
003400*              account as a bank charge - past the minimum      *
003500*              balance if it must be - and reversed through     *
003600*              DBANK06P against the item; the returned-item fee *
003700*              (BNKPARM CHQRTNFEE, default 25.00) follows       *
003800*              unless it would breach the floor, the customer   *
003900*              is told, and the deposit hold is released.  An   *
004000*              account the charge-back cannot post to (closed   *
004100*              or frozen) leaves the item unrecovered and its   *
004200*              hold converted to run on until recovery.  Every  *
004300*              item, and every line that could not be matched,  *
004400*              is on the returned-items report CHQRTN.RPT.      *
004500*              SQL version - standalone batch step, connects    *
004600*              and disconnects itself.                          *
004700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DOCLR03P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQRTNIN ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CHQRTNRP ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQRTNIN.
       01  CHQRTNIN-RECORD.
           05  CRI-REC-TYPE                     PIC X(1).
           05  CRI-ITEM-NO                      PIC X(9).
           05  CRI-ITEM-NO-N REDEFINES CRI-ITEM-NO
                                                PIC 9(9).
           05  CRI-ROUTING                      PIC X(9).
           05  CRI-CHQ-NO                       PIC X(6).
           05  CRI-CHQ-NO-N REDEFINES CRI-CHQ-NO
                                                PIC 9(6).
           05  CRI-AMOUNT                       PIC X(11).
           05  CRI-AMOUNT-N REDEFINES CRI-AMOUNT
                                                PIC 9(9)V99.
           05  CRI-REASON                       PIC X(3).
           05  FILLER                           PIC X(41).

       FD  CHQRTNRP.
       01  CHQRTNRP-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-IN-FILENAME                    PIC X(75)
                   VALUE "C:\BANK\DATA\CHQRTNIN.DAT".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CHQRTN.RPT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RETURNED-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RETURNED-AMOUNT                PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-UNRECOVERED-COUNT              PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UNRECOVERED-AMOUNT             PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FEE-TOTAL                      PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-RTN-FEE                        PIC S9(3)V99 COMP-3.
           05  WS-RTN-FEE-DEFAULT                PIC S9(3)V99 COMP-3
                                                  VALUE +25.00.
           05  WS-FEE-CHARGED                    PIC S9(3)V99 COMP-3.
           05  WS-ALLOWED-FLOOR                  PIC S9(7)V99 COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-FEE-NEW-BALANCE                PIC S9(7)V99 COMP-3.
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-HOLD-ERRMSG                    PIC X(65).
           05  WS-HOLD-GOODMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-REJECT-REASON                  PIC X(35).
           05  WS-ITEM-DSP                       PIC 9(9).
           05  WS-NUM-DSP                        PIC 9(6).
           05  WS-OUTCOME-SW                     PIC X(1).
               88  WS-CHARGED-BACK               VALUE 'R'.
               88  WS-UNRECOVERED                VALUE 'U'.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

      *-----------------------------------------------------------------
      * Returned-items report - one line per return line read.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-ITEM-NO                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-ACCNO                         PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-ROUTING                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-CHQ-NO                        PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-AMOUNT                        PIC -(7)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-REASON                        PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-OUTCOME                       PIC X(12).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-FEE                           PIC -(3)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-HOLD                          PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-NOTE                          PIC X(35).

       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL                     PIC X(30).
           05  RPT-TOT-COUNT                     PIC Z(6)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RPT-TOT-AMOUNT                    PIC -(10)9.99.
           05  FILLER                            PIC X(79) VALUE SPACES.

           COPY CBANKVC2.
           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC20.
           COPY CBANKVC37.
           COPY CBANKVC49.
           COPY CPARM01.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSOC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSHD
           END-EXEC.

           COPY CBANKSOCX.
           COPY CBANKSACX.
           COPY CBANKSATX.
           COPY CBANKSHDX.

       01  WS-RUN-DATE                           PIC X(10).
       01  WS-HOLD-COUNT                         PIC S9(5) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK21P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-RETURNS THRU RUN-RETURNS-EXIT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DOCLR03P - unable to connect, returned items aborted'
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
      * Check the file in with the inbound file registry before any
      * of it posts.  A file already posted is refused and one
      * quarantined waits for an operator on the Inbound Files
      * screen - either way this run posts nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'CHQRTN  '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DOCLR03P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DOCLR03P - returns file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the returns run - one pass over the returns file, the
      * report written as it goes and totalled at the foot.
      *=================================================================
       P100-RUN-RETURNS.
           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P120-LOAD-FEE.

           OPEN INPUT CHQRTNIN.

           IF NOT WS-IN-OK
               DISPLAY 'DOCLR03P - cannot open returns file, status: '
                       WS-IN-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-RETURNS-EXIT
           END-IF.

           OPEN OUTPUT CHQRTNRP.

           IF NOT WS-RPT-OK
               DISPLAY 'DOCLR03P - cannot open report, status: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE CHQRTNIN
               GO TO RUN-RETURNS-EXIT
           END-IF.

           PERFORM P150-REPORT-HEADINGS.

           PERFORM P200-READ-RETURNS-FILE.

           PERFORM P210-PROCESS-ITEM THRU PROCESS-ITEM-EXIT
               UNTIL WS-AT-EOF.

           PERFORM P650-REPORT-TOTALS.

           CLOSE CHQRTNIN.
           CLOSE CHQRTNRP.

           DISPLAY 'DOCLR03P - returned items complete, read: '
                   WS-READ-COUNT ' charged back: ' WS-RETURNED-COUNT
                   ' unrecovered: ' WS-UNRECOVERED-COUNT
                   ' rejected: ' WS-REJECT-COUNT.

       RUN-RETURNS-EXIT.
           EXIT.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *-----------------------------------------------------------------
      * The returned-item fee in force - the default when BNKPARM has
      * no CHQRTNFEE row.
      *-----------------------------------------------------------------
       P120-LOAD-FEE.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'CHQRTNFEE' TO PARM01I-NAME.
           MOVE WS-RTN-FEE-DEFAULT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-RTN-FEE
           ELSE
               MOVE WS-RTN-FEE-DEFAULT TO WS-RTN-FEE
           END-IF.

       P150-REPORT-HEADINGS.
           MOVE SPACES TO CHQRTNRP-RECORD.
           STRING 'RETURNED DEPOSITED ITEMS - ' DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
             INTO CHQRTNRP-RECORD.
           WRITE CHQRTNRP-RECORD.

           MOVE SPACES TO CHQRTNRP-RECORD.
           WRITE CHQRTNRP-RECORD.

           MOVE SPACES TO CHQRTNRP-RECORD.
           STRING 'ITEM       ACCOUNT    ROUTING    CHQ NO  '
                    DELIMITED BY SIZE
                  '     AMOUNT  RSN  OUTCOME          FEE  '
                    DELIMITED BY SIZE
                  'HOLD       NOTE'
                    DELIMITED BY SIZE
             INTO CHQRTNRP-RECORD.
           WRITE CHQRTNRP-RECORD.

       P200-READ-RETURNS-FILE.
           READ CHQRTNIN
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

           IF NOT WS-AT-EOF AND CRI-REC-TYPE = 'D'
               ADD 1 TO WS-READ-COUNT
           END-IF.

       P210-PROCESS-ITEM.
           IF CRI-REC-TYPE NOT = 'D'
               PERFORM P200-READ-RETURNS-FILE
               GO TO PROCESS-ITEM-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM P300-MATCH-ITEM THRU MATCH-ITEM-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM P500-WRITE-REJECT
           ELSE
               PERFORM P400-POST-RETURN THRU POST-RETURN-EXIT
           END-IF.

           PERFORM P200-READ-RETURNS-FILE.

       PROCESS-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The line has to name an item we sent, and agree with it.
      * Captured means it never went out; returned or unrecovered
      * means this is a second return of the same item.
      *-----------------------------------------------------------------
       P300-MATCH-ITEM.
           IF CRI-ITEM-NO IS NOT NUMERIC OR
              CRI-CHQ-NO IS NOT NUMERIC OR
              CRI-AMOUNT IS NOT NUMERIC
               MOVE 'Malformed returned item' TO WS-REJECT-REASON
               GO TO MATCH-ITEM-EXIT
           END-IF.

           MOVE CRI-ITEM-NO-N TO DCL-OCL-ITEM-NO.

           EXEC SQL
                SELECT OCL_ACCNO, OCL_PID, OCL_ROUTING, OCL_CHQ_NO,
                       OCL_AMOUNT, OCL_STATUS, OCL_HOLD_REASON
                  INTO :DCL-OCL-ACCNO, :DCL-OCL-PID,
                       :DCL-OCL-ROUTING, :DCL-OCL-CHQ-NO,
                       :DCL-OCL-AMOUNT, :DCL-OCL-STATUS,
                       :DCL-OCL-HOLD-REASON
                  FROM BNKOCLR
                 WHERE OCL_ITEM_NO = :DCL-OCL-ITEM-NO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'Item not on file' TO WS-REJECT-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM P800-ERROR-CHECK
                   MOVE 'Item lookup failed' TO WS-REJECT-REASON
               WHEN DCL-OCL-CAPTURED
                   MOVE 'Item not yet sent for clearing'
                     TO WS-REJECT-REASON
               WHEN DCL-OCL-RETURNED OR DCL-OCL-UNRECOVERED
                   MOVE 'Item already returned' TO WS-REJECT-REASON
               WHEN DCL-OCL-ROUTING NOT = CRI-ROUTING OR
                    DCL-OCL-CHQ-NO NOT = CRI-CHQ-NO-N OR
                    DCL-OCL-AMOUNT NOT = CRI-AMOUNT-N
                   MOVE 'Item details do not match'
                     TO WS-REJECT-REASON
           END-EVALUATE.

       MATCH-ITEM-EXIT.
           EXIT.

      *=================================================================
      * Post one return - charge the credit back, the fee, the
      * customer's notice, the hold, and the item's new status.
      *=================================================================
       P400-POST-RETURN.
           MOVE DCL-OCL-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC.BAC_PID, BAC.BAC_BALANCE,
                       BAC.BAC_ACCTYPE,
                       BAT.BAT_MIN_BAL, BAT.BAT_OVERDRAFT_LIMIT
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-ACCTYPE,
                       :DCL-BAT-MIN-BAL, :DCL-BAT-OVERDRAFT-LIMIT
                  FROM BNKACC BAC,
                       BNKATYPE BAT
                 WHERE BAC.BAC_ACCNO = :DCL-BAC-ACCNO
                   AND BAC.BAC_ACCTYPE = BAT.BAT_TYPE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               MOVE 'Account not on file' TO WS-REJECT-REASON
               PERFORM P500-WRITE-REJECT
               GO TO POST-RETURN-EXIT
           END-IF.

           MOVE ZERO TO WS-FEE-CHARGED.
           MOVE DCL-OCL-ITEM-NO TO WS-ITEM-DSP.
           MOVE DCL-OCL-CHQ-NO  TO WS-NUM-DSP.

           PERFORM P410-CHARGE-BACK THRU CHARGE-BACK-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO POST-RETURN-EXIT
           END-IF.

           IF WS-CHARGED-BACK
               IF WS-RTN-FEE > ZERO
                   PERFORM P460-CHARGE-RETURN-FEE
               END-IF
               ADD 1 TO WS-RETURNED-COUNT
               ADD DCL-OCL-AMOUNT TO WS-RETURNED-AMOUNT
           ELSE
               ADD 1 TO WS-UNRECOVERED-COUNT
               ADD DCL-OCL-AMOUNT TO WS-UNRECOVERED-AMOUNT
           END-IF.

           PERFORM P480-SETTLE-HOLD THRU SETTLE-HOLD-EXIT.

           PERFORM P470-NOTIFY-CUSTOMER.

           MOVE WS-OUTCOME-SW  TO DCL-OCL-STATUS.
           MOVE WS-RUN-DATE    TO DCL-OCL-RETURN-DTE.
           MOVE CRI-REASON     TO DCL-OCL-RETURN-REASON.
           MOVE WS-FEE-CHARGED TO DCL-OCL-FEE.

           EXEC SQL
                UPDATE BNKOCLR
                   SET OCL_STATUS        = :DCL-OCL-STATUS,
                       OCL_RETURN_DTE    = :DCL-OCL-RETURN-DTE,
                       OCL_RETURN_REASON = :DCL-OCL-RETURN-REASON,
                       OCL_FEE           = :DCL-OCL-FEE,
                       OCL_HOLD_ACTION   = :DCL-OCL-HOLD-ACTION
                 WHERE OCL_ITEM_NO = :DCL-OCL-ITEM-NO
                   AND OCL_STATUS IN ('S', 'K')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P520-WRITE-RETURN-LINE.

       POST-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Take the credit back - a bank charge, so it posts even past
      * the account's minimum balance, with the BNKTXN row a
      * reversal naming the item.  An account that will not take
      * the debit at all (closed, frozen) leaves the item
      * unrecovered; that is the collections team's, not an abend.
      *-----------------------------------------------------------------
       P410-CHARGE-BACK.
           SET WS-CHARGED-BACK TO TRUE.

           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE - DCL-OCL-AMOUNT.

           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.
           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-CHARGE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES OR CD04O-RETRY-NEEDED
               IF WS-POST-ERRMSG = SPACES
                   MOVE 'Balance moved during charge-back'
                     TO WS-POST-ERRMSG
               END-IF
               SET WS-UNRECOVERED TO TRUE
               GO TO CHARGE-BACK-EXIT
           END-IF.

           MOVE WS-NEW-BALANCE TO DCL-BAC-BALANCE.

           MOVE SPACES           TO CD06-DATA BANK-ERRMSG GOOD-ERRMSG.
           MOVE DCL-BAC-PID      TO CD06I-PERSON-PID.
           SET CD06I-REVERSAL    TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD06I-FROM-ACC.
           COMPUTE CD06I-FROM-AMOUNT = DCL-OCL-AMOUNT * -1.
           MOVE DCL-OCL-HOLD-REASON TO CD06I-ORIG-REF.
           MOVE SPACES           TO CD06I-FROM-DESC.
           STRING 'Returned chq '  DELIMITED BY SIZE
                  WS-NUM-DSP       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CRI-REASON       DELIMITED BY SIZE
             INTO CD06I-FROM-DESC.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               DISPLAY 'DOCLR03P - ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       CHARGE-BACK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The returned-item fee through the normal posting path -
      * skipped, never lost to an abend, if even the fee would breach
      * the floor (the DBANK48P discipline).
      *-----------------------------------------------------------------
       P460-CHARGE-RETURN-FEE.
           COMPUTE WS-ALLOWED-FLOOR =
               DCL-BAT-MIN-BAL - DCL-BAT-OVERDRAFT-LIMIT.

           COMPUTE WS-FEE-NEW-BALANCE =
               DCL-BAC-BALANCE - WS-RTN-FEE.

           IF WS-FEE-NEW-BALANCE IS LESS THAN WS-ALLOWED-FLOOR
               DISPLAY 'DOCLR03P - return fee not charged, floor, a/c '
                       DCL-BAC-ACCNO
           ELSE
               MOVE SPACES          TO CD04-DATA
                                       BANK-ERRMSG GOOD-ERRMSG
               MOVE DCL-BAC-PID     TO CD04I-PERSON-PID
               SET CD04I-SINGLE-LEG TO TRUE
               MOVE DCL-BAC-ACCNO   TO CD04I-FROM-ACC
               MOVE DCL-BAC-BALANCE TO CD04I-FROM-OLD-BAL
               MOVE WS-FEE-NEW-BALANCE TO CD04I-FROM-NEW-BAL

               CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG

               IF BANK-ERRMSG = SPACES AND NOT CD04O-RETRY-NEEDED
                   MOVE SPACES          TO CD06-DATA
                   MOVE DCL-BAC-PID     TO CD06I-PERSON-PID
                   SET CD06I-LEDGER     TO TRUE
                   MOVE 'F'             TO CD06I-CATEGORY
                   MOVE DCL-BAC-ACCNO   TO CD06I-FROM-ACC
                   COMPUTE CD06I-FROM-AMOUNT = WS-RTN-FEE * -1
                   MOVE 'Returned cheque fee'
                     TO CD06I-FROM-DESC

                   CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                         BY REFERENCE BANK-ERRMSG
                                         BY REFERENCE GOOD-ERRMSG

                   IF BANK-ERRMSG = SPACES
                       MOVE WS-RTN-FEE TO WS-FEE-CHARGED
                       ADD WS-RTN-FEE TO WS-FEE-TOTAL
                   END-IF
               END-IF

               IF BANK-ERRMSG NOT = SPACES
                   DISPLAY 'DOCLR03P - return fee not posted: '
                           BANK-ERRMSG
                   MOVE SPACES TO BANK-ERRMSG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The customer's notice - same DBANK02P lookup and DBANK20P
      * queueing the other notices use, tagged for the dispatcher's
      * wording; a lookup or queue failure is skipped, never allowed
      * to fail the run.
      *-----------------------------------------------------------------
       P470-NOTIFY-CUSTOMER.
           MOVE DCL-BAC-PID TO WS-ALERT-PID.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES
               MOVE SPACES         TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-BAC-PID    TO CD20I-PID
               MOVE CD02O-EMAIL    TO CD20I-EMAIL
               MOVE DCL-BAC-ACCNO  TO CD20I-FROM-ACC
               MOVE SPACES         TO CD20I-TO-ACC
               MOVE DCL-OCL-AMOUNT TO CD20I-AMOUNT
               MOVE 'CHQRTN'       TO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The deposit hold DOCLR01P placed, found by the item it names.
      * Charged back, the funds it guarded are gone and it is
      * released; unrecovered, it is converted to run on open-ended
      * so the amount stays out of reach until collections recover
      * it.  A hold the nightly run has already let go is noted.
      *-----------------------------------------------------------------
       P480-SETTLE-HOLD.
           SET DCL-OCL-HOLD-NONE TO TRUE.

           MOVE DCL-OCL-ACCNO       TO DCL-HLD-ACCNO.
           MOVE DCL-OCL-HOLD-REASON TO DCL-HLD-REASON.

           MOVE ZERO TO WS-HOLD-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOLD-COUNT
                  FROM BNKHOLD
                 WHERE HLD_ACCNO  = :DCL-HLD-ACCNO
                   AND HLD_REASON = :DCL-HLD-REASON
                   AND HLD_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HOLD-COUNT = ZERO OR WS-JOB-HAD-ERROR
               GO TO SETTLE-HOLD-EXIT
           END-IF.

           EXEC SQL
                SELECT MAX(HLD_CREATED_TS)
                  INTO :DCL-HLD-CREATED-TS
                  FROM BNKHOLD
                 WHERE HLD_ACCNO  = :DCL-HLD-ACCNO
                   AND HLD_REASON = :DCL-HLD-REASON
                   AND HLD_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO SETTLE-HOLD-EXIT
           END-IF.

           MOVE SPACES TO CD49-DATA WS-HOLD-ERRMSG WS-HOLD-GOODMSG.
           MOVE DCL-HLD-ACCNO      TO CD49I-ACCNO.
           MOVE DCL-HLD-CREATED-TS TO CD49I-CREATED-TS.

           IF WS-CHARGED-BACK
               SET CD49I-RELEASE TO TRUE
           ELSE
               SET CD49I-CONVERT TO TRUE
               MOVE '9999-12-31' TO CD49I-RELEASE-DTE
               STRING 'RETURNED CHQ ITEM ' DELIMITED BY SIZE
                      WS-ITEM-DSP          DELIMITED BY SIZE
                 INTO CD49I-REASON
           END-IF.

           CALL 'DBANK49P' USING BY REFERENCE CD49-DATA
                                 BY REFERENCE WS-HOLD-ERRMSG
                                 BY REFERENCE WS-HOLD-GOODMSG.

           IF WS-HOLD-ERRMSG NOT = SPACES
               DISPLAY 'DOCLR03P - ' WS-HOLD-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO SETTLE-HOLD-EXIT
           END-IF.

           IF WS-CHARGED-BACK
               SET DCL-OCL-HOLD-RELEASED TO TRUE
           ELSE
               SET DCL-OCL-HOLD-CONVERTED TO TRUE
           END-IF.

       SETTLE-HOLD-EXIT.
           EXIT.

       P500-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.

           MOVE SPACES           TO WS-RPT-LINE.
           MOVE CRI-ITEM-NO      TO RPT-ITEM-NO.
           MOVE CRI-ROUTING      TO RPT-ROUTING.
           MOVE CRI-CHQ-NO       TO RPT-CHQ-NO.
           IF CRI-AMOUNT IS NUMERIC
               MOVE CRI-AMOUNT-N TO RPT-AMOUNT
           ELSE
               MOVE ZERO         TO RPT-AMOUNT
           END-IF.
           MOVE CRI-REASON       TO RPT-REASON.
           MOVE 'REJECTED'       TO RPT-OUTCOME.
           MOVE ZERO             TO RPT-FEE.
           MOVE WS-REJECT-REASON TO RPT-NOTE.

           WRITE CHQRTNRP-RECORD FROM WS-RPT-LINE.

       P520-WRITE-RETURN-LINE.
           MOVE SPACES           TO WS-RPT-LINE.
           MOVE WS-ITEM-DSP      TO RPT-ITEM-NO.
           MOVE DCL-OCL-ACCNO    TO RPT-ACCNO.
           MOVE DCL-OCL-ROUTING  TO RPT-ROUTING.
           MOVE WS-NUM-DSP       TO RPT-CHQ-NO.
           MOVE DCL-OCL-AMOUNT   TO RPT-AMOUNT.
           MOVE CRI-REASON       TO RPT-REASON.
           MOVE WS-FEE-CHARGED   TO RPT-FEE.

           EVALUATE CRI-REASON
               WHEN 'NSF'
                   MOVE 'Insufficient funds' TO RPT-NOTE
               WHEN 'STP'
                   MOVE 'Payment stopped by drawer' TO RPT-NOTE
               WHEN 'ACL'
                   MOVE 'Drawer account closed' TO RPT-NOTE
               WHEN OTHER
                   MOVE 'Returned by drawer bank' TO RPT-NOTE
           END-EVALUATE.

           IF WS-CHARGED-BACK
               MOVE 'CHARGED BACK' TO RPT-OUTCOME
           ELSE
               MOVE 'UNRECOVERED'  TO RPT-OUTCOME
               MOVE WS-POST-ERRMSG TO RPT-NOTE
           END-IF.

           EVALUATE TRUE
               WHEN DCL-OCL-HOLD-RELEASED
                   MOVE 'RELEASED'  TO RPT-HOLD
               WHEN DCL-OCL-HOLD-CONVERTED
                   MOVE 'CONVERTED' TO RPT-HOLD
               WHEN OTHER
                   MOVE 'NONE'      TO RPT-HOLD
           END-EVALUATE.

           WRITE CHQRTNRP-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * Control totals at the foot of the report.
      *-----------------------------------------------------------------
       P650-REPORT-TOTALS.
           MOVE SPACES TO CHQRTNRP-RECORD.
           WRITE CHQRTNRP-RECORD.

           MOVE 'ITEMS READ'              TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT             TO RPT-TOT-COUNT.
           MOVE ZERO                      TO RPT-TOT-AMOUNT.
           WRITE CHQRTNRP-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'CHARGED BACK'            TO RPT-TOT-LABEL.
           MOVE WS-RETURNED-COUNT         TO RPT-TOT-COUNT.
           MOVE WS-RETURNED-AMOUNT        TO RPT-TOT-AMOUNT.
           WRITE CHQRTNRP-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'UNRECOVERED - HOLD KEPT'  TO RPT-TOT-LABEL.
           MOVE WS-UNRECOVERED-COUNT      TO RPT-TOT-COUNT.
           MOVE WS-UNRECOVERED-AMOUNT     TO RPT-TOT-AMOUNT.
           WRITE CHQRTNRP-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'RETURNED-ITEM FEES'      TO RPT-TOT-LABEL.
           MOVE ZERO                      TO RPT-TOT-COUNT.
           MOVE WS-FEE-TOTAL              TO RPT-TOT-AMOUNT.
           WRITE CHQRTNRP-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'REJECTED - NOT MATCHED'  TO RPT-TOT-LABEL.
           MOVE WS-REJECT-COUNT           TO RPT-TOT-COUNT.
           MOVE ZERO                      TO RPT-TOT-AMOUNT.
           WRITE CHQRTNRP-RECORD FROM WS-RPT-TOTAL-LINE.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DOCLR03P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole returns run as one unit of work, or roll it
      * all back if any part of it failed, the same way the other
      * batch steps settle their runs before disconnecting.
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
      * with this run's control totals and keeps the report.
      * DBANK37P raises the operations alert itself when the status
      * is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'CHQRTN  ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CHQRTN  ' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           COMPUTE CD37I-ROWS-POSTED =
               WS-RETURNED-COUNT + WS-UNRECOVERED-COUNT.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-RETURNED-AMOUNT TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK AND INFL01O-GO-AHEAD
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
