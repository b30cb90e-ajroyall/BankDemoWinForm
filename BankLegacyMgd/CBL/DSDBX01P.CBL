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
001300* Program:     DSDBX01P.CBL                                    *
001400* Function:    Safe-deposit box register behind the B136        *
001500*              screen, in place of the ledger book kept in      *
001600*              each vault.  'I' lists a branch's BNKSDBOX       *
001700*              boxes; 'B' adds one and 'S' takes one out of     *
001800*              service or back (supervisor or admin BCS_ROLE).  *
001900*              'N' opens a BNKSDAGR rental agreement on an      *
002000*              available box: the renter is a customer, the     *
002100*              rent account must be theirs and open, the size   *
002200*              must have a rent on BNKSDFEE, and the first      *
002300*              year's rent falls due at once for DSDBX02P to    *
002400*              bill.  'H' adds a BNKSDHLD holder - a further    *
002500*              renter or an authorised accessor, with the key   *
002600*              issued to them - and 'X' removes one (never the  *
002700*              last renter).  'L' shows an agreement with its   *
002800*              holders, latest BNKSDVIS visits and drilling.    *
002900*              'V' logs a visit: the visitor must be a live     *
003000*              holder, present a key issued for the box and     *
003100*              sign to match the card, on an agreement not      *
003200*              closed to access - a refusal is logged too.      *
003300*              'C' closes a paid-up agreement and frees the     *
003400*              box.  'D' records the drilling of a box DSDBX02P *
003500*              scheduled on BNKSDDRL (supervisor or admin, a    *
003600*              second officer as witness, the seal number, the  *
003700*              cash found and the inventory); the contents are  *
003800*              then held until 'R' releases them to a renter    *
003900*              or DBANK71P turns them over through 'E'.  Every  *
004000*              change is audited to BNKMADT through DBANK74P.   *
004100*              SQL version                                      *
004200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSDBX01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-NUM-DSP                        PIC 9(8).
           05  WS-SEQ-DSP                        PIC 9(3).
           05  WS-AMT-DSP                        PIC -(7)9.99.
           05  WS-BOX-FOUND-SW                   PIC X(1).
               88  WS-BOX-FOUND                  VALUE 'Y'.
           05  WS-AGR-FOUND-SW                   PIC X(1).
               88  WS-AGR-FOUND                  VALUE 'Y'.
           05  WS-CUST-FOUND-SW                  PIC X(1).
               88  WS-CUST-FOUND                 VALUE 'Y'.
           05  WS-DRILL-FOUND-SW                 PIC X(1).
               88  WS-DRILL-FOUND                VALUE 'Y'.
           05  WS-REFUSE-REASON                  PIC X(30).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXB
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXG
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXV
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXD
           END-EXEC.

           COPY CBANKSXBX.
           COPY CBANKSXGX.
           COPY CBANKSXHX.
           COPY CBANKSXVX.
           COPY CBANKSXFX.
           COPY CBANKSXDX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-NEW-NUMBER                         PIC S9(8) COMP-3.
       01  WS-NEW-SEQ                            PIC S9(3) COMP-3.
       01  WS-HOST-COUNT                         PIC S9(4) COMP.
       01  WS-OPER-PID                           PIC X(5).
       01  WS-OPER-ROLE                          PIC X(1).
       01  WS-CUST-PID                           PIC X(5).
       01  WS-CUST-NAME                          PIC X(25).
       01  WS-HOST-ACCNO                         PIC X(9).
       01  WS-ACC-PID                            PIC X(5).
       01  WS-ACC-STATUS                         PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CSDBX01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference SDBX01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO SDBX01O-DATA.
           MOVE ZERO   TO SDBX01O-AGREEMENT SDBX01O-LAST-RENT
                          SDBX01O-FAIL-COUNT SDBX01O-ARREARS
                          SDBX01O-CASH SDBX01O-BOX-COUNT
                          SDBX01O-HOLDER-COUNT SDBX01O-VISIT-COUNT.
           MOVE 'N'    TO SDBX01O-REJECT-SW.

           IF SDBX01I-AGREEMENT IS NOT NUMERIC
               MOVE ZERO TO SDBX01I-AGREEMENT
           END-IF.

           IF SDBX01I-SEQ IS NOT NUMERIC
               MOVE ZERO TO SDBX01I-SEQ
           END-IF.

           IF SDBX01I-CASH IS NOT NUMERIC
               MOVE ZERO TO SDBX01I-CASH
           END-IF.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN SDBX01I-INVENTORY
                   PERFORM P100-LIST-INVENTORY THRU
                           LIST-INVENTORY-EXIT
               WHEN SDBX01I-ADD-BOX
                   PERFORM P200-ADD-BOX THRU ADD-BOX-EXIT
               WHEN SDBX01I-BOX-STATUS
                   PERFORM P250-SET-BOX-STATUS THRU
                           SET-BOX-STATUS-EXIT
               WHEN SDBX01I-OPEN
                   PERFORM P300-OPEN-AGREEMENT THRU
                           OPEN-AGREEMENT-EXIT
               WHEN SDBX01I-ADD-HOLDER
                   PERFORM P400-ADD-HOLDER THRU ADD-HOLDER-EXIT
               WHEN SDBX01I-REMOVE-HOLDER
                   PERFORM P450-REMOVE-HOLDER THRU
                           REMOVE-HOLDER-EXIT
               WHEN SDBX01I-LIST
                   PERFORM P500-LIST-AGREEMENT THRU
                           LIST-AGREEMENT-EXIT
               WHEN SDBX01I-VISIT
                   PERFORM P550-RECORD-VISIT THRU RECORD-VISIT-EXIT
               WHEN SDBX01I-CLOSE
                   PERFORM P600-CLOSE-AGREEMENT THRU
                           CLOSE-AGREEMENT-EXIT
               WHEN SDBX01I-DRILL
                   PERFORM P650-RECORD-DRILLING THRU
                           RECORD-DRILLING-EXIT
               WHEN SDBX01I-RELEASE
                   PERFORM P680-RELEASE-CONTENTS THRU
                           RELEASE-CONTENTS-EXIT
               WHEN SDBX01I-ESCHEAT
                   PERFORM P690-ESCHEAT-CONTENTS THRU
                           ESCHEAT-CONTENTS-EXIT
               WHEN OTHER
                   MOVE 'Invalid safe-deposit function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * One branch's boxes in number order, each with the agreement
      * it is rented under and when that agreement's rent falls due.
      *=================================================================
       P100-LIST-INVENTORY.
           IF SDBX01I-BRANCH = SPACES
               MOVE 'Please enter the branch' TO BANK-ERRMSG
               GO TO LIST-INVENTORY-EXIT
           END-IF.

           MOVE SDBX01I-BRANCH TO DCL-SDB-BRANCH.

           EXEC SQL
                DECLARE SDB_CSR CURSOR FOR
                SELECT B.SDB_BOX_NO, B.SDB_SIZE, B.SDB_STATUS,
                       B.SDB_AGREEMENT,
                       COALESCE(A.SDA_ACCNO, ' '),
                       COALESCE(A.SDA_STATUS, ' '),
                       COALESCE(A.SDA_NEXT_DUE_DTE, ' ')
                FROM BNKSDBOX B
                     LEFT OUTER JOIN BNKSDAGR A
                       ON A.SDA_AGREEMENT = B.SDB_AGREEMENT
                WHERE B.SDB_BRANCH = :DCL-SDB-BRANCH
                ORDER BY B.SDB_BOX_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-INVENTORY-EXIT
           END-IF.

           PERFORM P110-FETCH-BOX
               UNTIL SQLCODE NOT = ZERO
                  OR SDBX01O-BOX-COUNT = 50.

           EXEC SQL
                CLOSE SDB_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-INVENTORY-EXIT
           END-IF.

           IF SDBX01O-BOX-COUNT = ZERO
               MOVE 'No boxes on the register for that branch'
                 TO GOOD-ERRMSG
           ELSE
               MOVE 'Box inventory for the branch' TO GOOD-ERRMSG
           END-IF.

       LIST-INVENTORY-EXIT.
           EXIT.

       P110-FETCH-BOX.
           EXEC SQL
                FETCH SDB_CSR
                INTO :DCL-SDB-BOX-NO,
                     :DCL-SDB-SIZE,
                     :DCL-SDB-STATUS,
                     :DCL-SDB-AGREEMENT,
                     :DCL-SDA-ACCNO,
                     :DCL-SDA-STATUS,
                     :DCL-SDA-NEXT-DUE-DTE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO SDBX01O-BOX-COUNT
               MOVE DCL-SDB-BOX-NO
                 TO SDBX01O-B-BOX-NO(SDBX01O-BOX-COUNT)
               MOVE DCL-SDB-SIZE
                 TO SDBX01O-B-SIZE(SDBX01O-BOX-COUNT)
               MOVE DCL-SDB-STATUS
                 TO SDBX01O-B-STATUS(SDBX01O-BOX-COUNT)
               MOVE DCL-SDB-AGREEMENT
                 TO SDBX01O-B-AGREEMENT(SDBX01O-BOX-COUNT)
               MOVE DCL-SDA-ACCNO
                 TO SDBX01O-B-ACCNO(SDBX01O-BOX-COUNT)
               MOVE DCL-SDA-STATUS
                 TO SDBX01O-B-AGR-STATUS(SDBX01O-BOX-COUNT)
               MOVE DCL-SDA-NEXT-DUE-DTE
                 TO SDBX01O-B-NEXT-DUE(SDBX01O-BOX-COUNT)
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * A new box in the vault - available to rent from the start.
      *=================================================================
       P200-ADD-BOX.
           IF SDBX01I-BRANCH = SPACES OR SDBX01I-BOX-NO = SPACES
               MOVE 'Please enter the branch and box number'
                 TO BANK-ERRMSG
               GO TO ADD-BOX-EXIT
           END-IF.

           IF SDBX01I-SIZE NOT = 'S' AND SDBX01I-SIZE NOT = 'M' AND
              SDBX01I-SIZE NOT = 'L' AND SDBX01I-SIZE NOT = 'X'
               MOVE 'Size must be S, M, L or X (extra large)'
                 TO BANK-ERRMSG
               GO TO ADD-BOX-EXIT
           END-IF.

           PERFORM P150-CHECK-SUPERVISOR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-BOX-EXIT
           END-IF.

           MOVE SDBX01I-BRANCH TO DCL-SDB-BRANCH.
           MOVE SDBX01I-BOX-NO TO DCL-SDB-BOX-NO.
           PERFORM P700-READ-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-BOX-EXIT
           END-IF.

           IF WS-BOX-FOUND
               MOVE 'That box is already on the register'
                 TO BANK-ERRMSG
               GO TO ADD-BOX-EXIT
           END-IF.

           MOVE SDBX01I-SIZE   TO DCL-SDB-SIZE.
           MOVE 'A'            TO DCL-SDB-STATUS.
           MOVE ZERO           TO DCL-SDB-AGREEMENT.
           MOVE SDBX01I-USERID TO DCL-SDB-UPDATED-BY.

           EXEC SQL
                INSERT INTO BNKSDBOX (
                  SDB_BRANCH,
                  SDB_BOX_NO,
                  SDB_SIZE,
                  SDB_STATUS,
                  SDB_AGREEMENT,
                  SDB_UPDATED_BY,
                  SDB_UPDATED_TS
                ) VALUES (
                  :DCL-SDB-BRANCH,
                  :DCL-SDB-BOX-NO,
                  :DCL-SDB-SIZE,
                  :DCL-SDB-STATUS,
                  :DCL-SDB-AGREEMENT,
                  :DCL-SDB-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-BOX-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'A'    TO CD74I-ACTION.
           STRING 'SIZE '        DELIMITED BY SIZE
                  DCL-SDB-SIZE   DELIMITED BY SIZE
                  ' STATUS A'    DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P790-AUDIT-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-BOX-EXIT
           END-IF.

           STRING 'Box '         DELIMITED BY SIZE
                  DCL-SDB-BOX-NO DELIMITED BY SPACE
                  ' added at branch ' DELIMITED BY SIZE
                  DCL-SDB-BRANCH DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       ADD-BOX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Box maintenance and drilling are for a supervisor or admin.
      *-----------------------------------------------------------------
       P150-CHECK-SUPERVISOR.
           MOVE SDBX01I-USERID TO WS-OPER-PID.
           MOVE SPACE          TO WS-OPER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-OPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-OPER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Officer is not on file' TO BANK-ERRMSG
           ELSE
               IF WS-OPER-ROLE NOT = 'A' AND WS-OPER-ROLE NOT = 'S'
                   MOVE 'This needs a supervisor or admin'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * Out of service and back - only a box nobody rents and that
      * holds nothing.
      *=================================================================
       P250-SET-BOX-STATUS.
           IF SDBX01I-BOX-STATUS-TO NOT = 'A' AND
              SDBX01I-BOX-STATUS-TO NOT = 'O'
               MOVE 'Status must be A (available) or O (out of service)'
                 TO BANK-ERRMSG
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           PERFORM P150-CHECK-SUPERVISOR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           MOVE SDBX01I-BRANCH TO DCL-SDB-BRANCH.
           MOVE SDBX01I-BOX-NO TO DCL-SDB-BOX-NO.
           PERFORM P700-READ-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           IF NOT WS-BOX-FOUND
               MOVE 'Box is not on the register' TO BANK-ERRMSG
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           IF DCL-SDB-RENTED OR DCL-SDB-DRILLED
               MOVE 'Box is rented or holds drilled contents'
                 TO BANK-ERRMSG
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           IF DCL-SDB-STATUS = SDBX01I-BOX-STATUS-TO
               MOVE 'Box already has that status' TO BANK-ERRMSG
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           STRING 'STATUS '      DELIMITED BY SIZE
                  DCL-SDB-STATUS DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           MOVE SDBX01I-BOX-STATUS-TO TO DCL-SDB-STATUS.
           MOVE SDBX01I-USERID        TO DCL-SDB-UPDATED-BY.

           EXEC SQL
                UPDATE BNKSDBOX
                   SET SDB_STATUS     = :DCL-SDB-STATUS,
                       SDB_UPDATED_BY = :DCL-SDB-UPDATED-BY,
                       SDB_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SDB_BRANCH = :DCL-SDB-BRANCH
                   AND SDB_BOX_NO = :DCL-SDB-BOX-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           STRING 'STATUS '      DELIMITED BY SIZE
                  DCL-SDB-STATUS DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P790-AUDIT-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-BOX-STATUS-EXIT
           END-IF.

           IF DCL-SDB-OUT-OF-SERVICE
               MOVE 'Box taken out of service' TO GOOD-ERRMSG
           ELSE
               MOVE 'Box back in service and available to rent'
                 TO GOOD-ERRMSG
           END-IF.

       SET-BOX-STATUS-EXIT.
           EXIT.

      *=================================================================
      * A new rental.  The renter is holder 1 with the key handed
      * over; the first year's rent falls due today, so the night's
      * DSDBX02P run bills it from the account given.
      *=================================================================
       P300-OPEN-AGREEMENT.
           MOVE SDBX01I-BRANCH TO DCL-SDB-BRANCH.
           MOVE SDBX01I-BOX-NO TO DCL-SDB-BOX-NO.
           PERFORM P700-READ-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF NOT WS-BOX-FOUND
               MOVE 'Box is not on the register' TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF NOT DCL-SDB-AVAILABLE
               MOVE 'Box is not available to rent' TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF SDBX01I-PID = SPACES
               MOVE 'Please enter the renter''s customer id'
                 TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE SDBX01I-PID TO WS-CUST-PID.
           PERFORM P720-READ-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF NOT WS-CUST-FOUND
               MOVE 'Renter is not on file' TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF SDBX01I-KEY-NO = SPACES
               MOVE 'Please enter the number of the key issued'
                 TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF SDBX01I-ACCNO = SPACES
               MOVE 'Please enter the account the rent is paid from'
                 TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE SDBX01I-ACCNO TO WS-HOST-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_STATUS
                  INTO :WS-ACC-PID, :WS-ACC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :WS-HOST-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Rent account is not on file' TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF WS-ACC-STATUS = 'C'
               MOVE 'Rent account is closed' TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           IF WS-ACC-PID NOT = SDBX01I-PID
               MOVE 'Rent account must belong to the renter'
                 TO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE DCL-SDB-SIZE TO DCL-SDF-SIZE.

           EXEC SQL
                SELECT SDF_ANNUAL_RENT
                  INTO :DCL-SDF-ANNUAL-RENT
                  FROM BNKSDFEE
                 WHERE SDF_SIZE = :DCL-SDF-SIZE
           END-EXEC.

           IF SQLCODE = +100
               STRING 'No rent is set for size '  DELIMITED BY SIZE
                      DCL-SDB-SIZE                DELIMITED BY SIZE
                      ' boxes'                    DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           PERFORM P730-NEXT-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE WS-NEW-NUMBER   TO DCL-SDA-AGREEMENT.
           MOVE DCL-SDB-BRANCH  TO DCL-SDA-BRANCH.
           MOVE DCL-SDB-BOX-NO  TO DCL-SDA-BOX-NO.
           MOVE SDBX01I-ACCNO   TO DCL-SDA-ACCNO.
           MOVE 'A'             TO DCL-SDA-STATUS.
           MOVE WS-TODAY-DATE   TO DCL-SDA-START-DTE
                                   DCL-SDA-NEXT-DUE-DTE.
           MOVE SDBX01I-USERID  TO DCL-SDA-OPENED-BY.

           EXEC SQL
                INSERT INTO BNKSDAGR (
                  SDA_AGREEMENT,
                  SDA_BRANCH,
                  SDA_BOX_NO,
                  SDA_ACCNO,
                  SDA_STATUS,
                  SDA_START_DTE,
                  SDA_NEXT_DUE_DTE,
                  SDA_OPENED_BY,
                  SDA_UPDATED_TS
                ) VALUES (
                  :DCL-SDA-AGREEMENT,
                  :DCL-SDA-BRANCH,
                  :DCL-SDA-BOX-NO,
                  :DCL-SDA-ACCNO,
                  :DCL-SDA-STATUS,
                  :DCL-SDA-START-DTE,
                  :DCL-SDA-NEXT-DUE-DTE,
                  :DCL-SDA-OPENED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE WS-NEW-NUMBER   TO DCL-SDH-AGREEMENT.
           MOVE 1               TO DCL-SDH-SEQ.
           MOVE SDBX01I-PID     TO DCL-SDH-PID.
           MOVE WS-CUST-NAME    TO DCL-SDH-NAME.
           MOVE 'R'             TO DCL-SDH-ROLE.
           MOVE SDBX01I-KEY-NO  TO DCL-SDH-KEY-NO.
           PERFORM P760-INSERT-HOLDER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE 'R'             TO DCL-SDB-STATUS.
           MOVE WS-NEW-NUMBER   TO DCL-SDB-AGREEMENT.
           PERFORM P770-UPDATE-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           MOVE WS-NEW-NUMBER TO SDBX01O-AGREEMENT WS-NUM-DSP.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'A'    TO CD74I-ACTION.
           STRING 'BOX '          DELIMITED BY SIZE
                  DCL-SDA-BRANCH  DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  DCL-SDA-BOX-NO  DELIMITED BY SPACE
                  ' RENTER '      DELIMITED BY SIZE
                  SDBX01I-PID     DELIMITED BY SIZE
                  ' ACC '         DELIMITED BY SIZE
                  DCL-SDA-ACCNO   DELIMITED BY SIZE
                  ' KEY '         DELIMITED BY SIZE
                  SDBX01I-KEY-NO  DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P780-AUDIT-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-AGREEMENT-EXIT
           END-IF.

           STRING 'Agreement '    DELIMITED BY SIZE
                  WS-NUM-DSP      DELIMITED BY SIZE
                  ' opened - the first year''s rent is billed tonight'
                                  DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       OPEN-AGREEMENT-EXIT.
           EXIT.

      *=================================================================
      * A further holder - another renter (a customer) or an
      * authorised accessor (a customer or an outside party by name),
      * with the key issued to them if one was.
      *=================================================================
       P400-ADD-HOLDER.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF NOT DCL-SDA-ACTIVE AND NOT DCL-SDA-UNPAID
               MOVE 'Agreement is not open for changes' TO BANK-ERRMSG
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF SDBX01I-ROLE NOT = 'R' AND SDBX01I-ROLE NOT = 'A'
               MOVE 'Role must be R (renter) or A (accessor)'
                 TO BANK-ERRMSG
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF SDBX01I-ROLE = 'R' AND SDBX01I-PID = SPACES
               MOVE 'A renter must be one of our customers'
                 TO BANK-ERRMSG
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF SDBX01I-PID NOT = SPACES
               MOVE SDBX01I-PID TO WS-CUST-PID
               PERFORM P720-READ-CUSTOMER
               IF BANK-ERRMSG NOT = SPACES
                   GO TO ADD-HOLDER-EXIT
               END-IF
               IF NOT WS-CUST-FOUND
                   MOVE 'Holder is not on file' TO BANK-ERRMSG
                   GO TO ADD-HOLDER-EXIT
               END-IF
               MOVE WS-CUST-NAME TO DCL-SDH-NAME
           ELSE
               IF SDBX01I-NAME = SPACES
                   MOVE 'Please enter the holder''s customer id or name'
                     TO BANK-ERRMSG
                   GO TO ADD-HOLDER-EXIT
               END-IF
               MOVE SDBX01I-NAME TO DCL-SDH-NAME
           END-IF.

           MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT.
           MOVE SDBX01I-PID       TO DCL-SDH-PID.

           PERFORM P750-COUNT-MATCHING-HOLDER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF WS-HOST-COUNT > ZERO
               MOVE 'Already a holder of this box' TO BANK-ERRMSG
               GO TO ADD-HOLDER-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOST-COUNT
                  FROM BNKSDHLD
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                   AND SDH_STATUS    = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           IF WS-HOST-COUNT NOT < 10
               MOVE 'A box can have at most ten holders' TO BANK-ERRMSG
               GO TO ADD-HOLDER-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(SDH_SEQ), 0) + 1
                  INTO :WS-NEW-SEQ
                  FROM BNKSDHLD
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           MOVE WS-NEW-SEQ      TO DCL-SDH-SEQ.
           MOVE SDBX01I-ROLE    TO DCL-SDH-ROLE.
           MOVE SDBX01I-KEY-NO  TO DCL-SDH-KEY-NO.
           PERFORM P760-INSERT-HOLDER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           MOVE WS-NEW-SEQ TO WS-SEQ-DSP.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'A'    TO CD74I-ACTION.
           STRING 'ROLE '        DELIMITED BY SIZE
                  DCL-SDH-ROLE   DELIMITED BY SIZE
                  ' PID '        DELIMITED BY SIZE
                  DCL-SDH-PID    DELIMITED BY SIZE
                  ' KEY '        DELIMITED BY SIZE
                  DCL-SDH-KEY-NO DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  DCL-SDH-NAME   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P785-AUDIT-HOLDER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-HOLDER-EXIT
           END-IF.

           STRING 'Holder '          DELIMITED BY SIZE
                  WS-SEQ-DSP         DELIMITED BY SIZE
                  ' added to agreement ' DELIMITED BY SIZE
                  WS-NUM-DSP         DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       ADD-HOLDER-EXIT.
           EXIT.

      *=================================================================
      * A holder taken off - kept on file as removed so the access
      * log still names them.  The key issued to them is to be
      * recovered; the last renter stays until the agreement closes.
      *=================================================================
       P450-REMOVE-HOLDER.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF NOT DCL-SDA-ACTIVE AND NOT DCL-SDA-UNPAID
               MOVE 'Agreement is not open for changes' TO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT.
           MOVE SDBX01I-SEQ       TO DCL-SDH-SEQ WS-SEQ-DSP.

           EXEC SQL
                SELECT SDH_PID, SDH_NAME, SDH_ROLE, SDH_KEY_NO,
                       SDH_STATUS
                  INTO :DCL-SDH-PID, :DCL-SDH-NAME, :DCL-SDH-ROLE,
                       :DCL-SDH-KEY-NO, :DCL-SDH-STATUS
                  FROM BNKSDHLD
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                   AND SDH_SEQ       = :DCL-SDH-SEQ
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No holder with that number' TO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF NOT DCL-SDH-LIVE
               MOVE 'That holder has already been removed'
                 TO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF DCL-SDH-RENTER
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HOST-COUNT
                      FROM BNKSDHLD
                     WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                       AND SDH_ROLE      = 'R'
                       AND SDH_STATUS    = 'A'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO REMOVE-HOLDER-EXIT
               END-IF
               IF WS-HOST-COUNT < 2
                   MOVE 'The last renter stays - close the agreement'
                     TO BANK-ERRMSG
                   GO TO REMOVE-HOLDER-EXIT
               END-IF
           END-IF.

           MOVE WS-TODAY-DATE TO DCL-SDH-STATUS-DTE.

           EXEC SQL
                UPDATE BNKSDHLD
                   SET SDH_STATUS     = 'X',
                       SDH_STATUS_DTE = :DCL-SDH-STATUS-DTE
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                   AND SDH_SEQ       = :DCL-SDH-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'D'    TO CD74I-ACTION.
           STRING 'ROLE '        DELIMITED BY SIZE
                  DCL-SDH-ROLE   DELIMITED BY SIZE
                  ' PID '        DELIMITED BY SIZE
                  DCL-SDH-PID    DELIMITED BY SIZE
                  ' KEY '        DELIMITED BY SIZE
                  DCL-SDH-KEY-NO DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  DCL-SDH-NAME   DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           PERFORM P785-AUDIT-HOLDER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF DCL-SDH-KEY-NO = SPACES
               STRING 'Holder '      DELIMITED BY SIZE
                      WS-SEQ-DSP     DELIMITED BY SIZE
                      ' removed'     DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           ELSE
               STRING 'Holder '      DELIMITED BY SIZE
                      WS-SEQ-DSP     DELIMITED BY SIZE
                      ' removed - recover key ' DELIMITED BY SIZE
                      DCL-SDH-KEY-NO DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       REMOVE-HOLDER-EXIT.
           EXIT.

      *=================================================================
      * One agreement for the screen - the box, the rent position,
      * every holder (removed ones included), the latest visits and
      * the drilling if there was one.
      *=================================================================
       P500-LIST-AGREEMENT.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           MOVE DCL-SDA-STATUS        TO SDBX01O-AGR-STATUS.
           MOVE DCL-SDA-BRANCH        TO SDBX01O-AGR-BRANCH.
           MOVE DCL-SDA-BOX-NO        TO SDBX01O-AGR-BOX-NO.
           MOVE DCL-SDB-SIZE          TO SDBX01O-AGR-SIZE.
           MOVE DCL-SDA-ACCNO         TO SDBX01O-AGR-ACCNO.
           MOVE DCL-SDA-START-DTE     TO SDBX01O-START-DTE.
           MOVE DCL-SDA-NEXT-DUE-DTE  TO SDBX01O-NEXT-DUE-DTE.
           MOVE DCL-SDA-PAID-TO-DTE   TO SDBX01O-PAID-TO-DTE.
           MOVE DCL-SDA-LAST-RENT     TO SDBX01O-LAST-RENT.
           MOVE DCL-SDA-FAIL-COUNT    TO SDBX01O-FAIL-COUNT.

           MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT.

           EXEC SQL
                DECLARE SDH_CSR CURSOR FOR
                SELECT SDH_SEQ, SDH_PID, SDH_NAME, SDH_ROLE,
                       SDH_KEY_NO, SDH_STATUS
                FROM BNKSDHLD
                WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                ORDER BY SDH_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           PERFORM P510-FETCH-HOLDER
               UNTIL SQLCODE NOT = ZERO
                  OR SDBX01O-HOLDER-COUNT = 10.

           EXEC SQL
                CLOSE SDH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           MOVE DCL-SDA-AGREEMENT TO DCL-SDV-AGREEMENT.

           EXEC SQL
                DECLARE SDV_CSR CURSOR FOR
                SELECT CHAR(SDV_VISIT_TS), SDV_NAME, SDV_KEY_NO,
                       SDV_SIG_VERIFIED, SDV_RESULT, SDV_REASON,
                       SDV_ATTENDED_BY
                FROM BNKSDVIS
                WHERE SDV_AGREEMENT = :DCL-SDV-AGREEMENT
                ORDER BY SDV_VISIT_TS DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           PERFORM P520-FETCH-VISIT
               UNTIL SQLCODE NOT = ZERO
                  OR SDBX01O-VISIT-COUNT = 20.

           EXEC SQL
                CLOSE SDV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           PERFORM P740-READ-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-AGREEMENT-EXIT
           END-IF.

           IF WS-DRILL-FOUND
               MOVE DCL-SDD-STATUS      TO SDBX01O-DRILL-STATUS
               MOVE DCL-SDD-SCHED-DTE   TO SDBX01O-DRILL-SCHED-DTE
               MOVE DCL-SDD-DRILLED-DTE TO SDBX01O-DRILLED-DTE
               MOVE DCL-SDD-SEAL-NO     TO SDBX01O-SEAL-NO
               MOVE DCL-SDD-ARREARS     TO SDBX01O-ARREARS
               MOVE DCL-SDD-CASH        TO SDBX01O-CASH
               MOVE DCL-SDD-INVENTORY   TO SDBX01O-INVENTORY
           END-IF.

           STRING 'Agreement '   DELIMITED BY SIZE
                  WS-NUM-DSP     DELIMITED BY SIZE
                  ' on box '     DELIMITED BY SIZE
                  DCL-SDA-BRANCH DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  DCL-SDA-BOX-NO DELIMITED BY SPACE
             INTO GOOD-ERRMSG.

       LIST-AGREEMENT-EXIT.
           EXIT.

       P510-FETCH-HOLDER.
           EXEC SQL
                FETCH SDH_CSR
                INTO :DCL-SDH-SEQ,
                     :DCL-SDH-PID,
                     :DCL-SDH-NAME,
                     :DCL-SDH-ROLE,
                     :DCL-SDH-KEY-NO,
                     :DCL-SDH-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO SDBX01O-HOLDER-COUNT
               MOVE DCL-SDH-SEQ
                 TO SDBX01O-H-SEQ(SDBX01O-HOLDER-COUNT)
               MOVE DCL-SDH-PID
                 TO SDBX01O-H-PID(SDBX01O-HOLDER-COUNT)
               MOVE DCL-SDH-NAME
                 TO SDBX01O-H-NAME(SDBX01O-HOLDER-COUNT)
               MOVE DCL-SDH-ROLE
                 TO SDBX01O-H-ROLE(SDBX01O-HOLDER-COUNT)
               MOVE DCL-SDH-KEY-NO
                 TO SDBX01O-H-KEY-NO(SDBX01O-HOLDER-COUNT)
               MOVE DCL-SDH-STATUS
                 TO SDBX01O-H-STATUS(SDBX01O-HOLDER-COUNT)
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P520-FETCH-VISIT.
           EXEC SQL
                FETCH SDV_CSR
                INTO :DCL-SDV-VISIT-TS,
                     :DCL-SDV-NAME,
                     :DCL-SDV-KEY-NO,
                     :DCL-SDV-SIG-VERIFIED,
                     :DCL-SDV-RESULT,
                     :DCL-SDV-REASON,
                     :DCL-SDV-ATTENDED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO SDBX01O-VISIT-COUNT
               MOVE DCL-SDV-VISIT-TS
                 TO SDBX01O-V-TS(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-NAME
                 TO SDBX01O-V-NAME(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-KEY-NO
                 TO SDBX01O-V-KEY-NO(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-SIG-VERIFIED
                 TO SDBX01O-V-SIG(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-RESULT
                 TO SDBX01O-V-RESULT(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-REASON
                 TO SDBX01O-V-REASON(SDBX01O-VISIT-COUNT)
               MOVE DCL-SDV-ATTENDED-BY
                 TO SDBX01O-V-BY(SDBX01O-VISIT-COUNT)
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * A visit to the box.  The attendant keys who came, the key
      * they brought and whether the signature matched the card;
      * the checks run in that order and the first one failed is
      * the reason logged.  Refused or admitted, the visit goes on
      * BNKSDVIS - a refusal is not an error to the screen.
      *=================================================================
       P550-RECORD-VISIT.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-VISIT-EXIT
           END-IF.

           IF SDBX01I-PID = SPACES AND SDBX01I-NAME = SPACES
               MOVE 'Please enter the visitor''s customer id or name'
                 TO BANK-ERRMSG
               GO TO RECORD-VISIT-EXIT
           END-IF.

           IF SDBX01I-PID NOT = SPACES AND
              SDBX01I-PID = SDBX01I-USERID
               MOVE 'You cannot attend your own visit' TO BANK-ERRMSG
               GO TO RECORD-VISIT-EXIT
           END-IF.

           IF SDBX01I-SIG-VERIFIED NOT = 'Y' AND
              SDBX01I-SIG-VERIFIED NOT = 'N'
               MOVE 'Signature verified must be Y or N' TO BANK-ERRMSG
               GO TO RECORD-VISIT-EXIT
           END-IF.

           IF SDBX01I-PID NOT = SPACES
               MOVE SDBX01I-PID TO WS-CUST-PID
               PERFORM P720-READ-CUSTOMER
               IF BANK-ERRMSG NOT = SPACES
                   GO TO RECORD-VISIT-EXIT
               END-IF
               IF NOT WS-CUST-FOUND
                   MOVE 'Visitor is not on file' TO BANK-ERRMSG
                   GO TO RECORD-VISIT-EXIT
               END-IF
               MOVE WS-CUST-NAME TO DCL-SDV-NAME
           ELSE
               MOVE SDBX01I-NAME TO DCL-SDV-NAME
           END-IF.

           MOVE SPACES TO WS-REFUSE-REASON.

           IF DCL-SDA-DRILL-SCHEDULED OR DCL-SDA-DRILLED OR
              DCL-SDA-CLOSED
               MOVE 'Box closed to access' TO WS-REFUSE-REASON
           END-IF.

           IF WS-REFUSE-REASON = SPACES
               MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT
               MOVE SDBX01I-PID       TO DCL-SDH-PID
               MOVE DCL-SDV-NAME      TO DCL-SDH-NAME
               PERFORM P750-COUNT-MATCHING-HOLDER
               IF BANK-ERRMSG NOT = SPACES
                   GO TO RECORD-VISIT-EXIT
               END-IF
               IF WS-HOST-COUNT = ZERO
                   MOVE 'Not a holder of this box' TO WS-REFUSE-REASON
               END-IF
           END-IF.

           IF WS-REFUSE-REASON = SPACES
               IF SDBX01I-KEY-NO = SPACES
                   MOVE 'No key presented' TO WS-REFUSE-REASON
               ELSE
                   PERFORM P555-COUNT-KEY
                   IF BANK-ERRMSG NOT = SPACES
                       GO TO RECORD-VISIT-EXIT
                   END-IF
                   IF WS-HOST-COUNT = ZERO
                       MOVE 'Key not issued for this box'
                         TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REFUSE-REASON = SPACES AND
              SDBX01I-SIG-VERIFIED NOT = 'Y'
               MOVE 'Signature does not match card' TO WS-REFUSE-REASON
           END-IF.

           MOVE DCL-SDA-AGREEMENT    TO DCL-SDV-AGREEMENT.
           MOVE DCL-SDA-BRANCH       TO DCL-SDV-BRANCH.
           MOVE DCL-SDA-BOX-NO       TO DCL-SDV-BOX-NO.
           MOVE SDBX01I-PID          TO DCL-SDV-PID.
           MOVE SDBX01I-KEY-NO       TO DCL-SDV-KEY-NO.
           MOVE SDBX01I-SIG-VERIFIED TO DCL-SDV-SIG-VERIFIED.
           MOVE WS-REFUSE-REASON     TO DCL-SDV-REASON.
           MOVE SDBX01I-USERID       TO DCL-SDV-ATTENDED-BY.
           IF WS-REFUSE-REASON = SPACES
               MOVE 'G' TO DCL-SDV-RESULT
           ELSE
               MOVE 'R' TO DCL-SDV-RESULT
           END-IF.

           EXEC SQL
                INSERT INTO BNKSDVIS (
                  SDV_AGREEMENT,
                  SDV_VISIT_TS,
                  SDV_BRANCH,
                  SDV_BOX_NO,
                  SDV_PID,
                  SDV_NAME,
                  SDV_KEY_NO,
                  SDV_SIG_VERIFIED,
                  SDV_RESULT,
                  SDV_REASON,
                  SDV_ATTENDED_BY
                ) VALUES (
                  :DCL-SDV-AGREEMENT,
                  CURRENT TIMESTAMP,
                  :DCL-SDV-BRANCH,
                  :DCL-SDV-BOX-NO,
                  :DCL-SDV-PID,
                  :DCL-SDV-NAME,
                  :DCL-SDV-KEY-NO,
                  :DCL-SDV-SIG-VERIFIED,
                  :DCL-SDV-RESULT,
                  :DCL-SDV-REASON,
                  :DCL-SDV-ATTENDED-BY)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-VISIT-EXIT
           END-IF.

           IF DCL-SDV-REFUSED
               SET SDBX01O-REJECTED TO TRUE
               STRING 'Access refused - ' DELIMITED BY SIZE
                      WS-REFUSE-REASON    DELIMITED BY '  '
                 INTO GOOD-ERRMSG
           ELSE
               IF DCL-SDA-UNPAID
                   STRING 'Access granted to box ' DELIMITED BY SIZE
                          DCL-SDA-BOX-NO  DELIMITED BY SPACE
                          ' - the rent is unpaid, please remind them'
                                          DELIMITED BY SIZE
                     INTO GOOD-ERRMSG
               ELSE
                   STRING 'Access granted to box ' DELIMITED BY SIZE
                          DCL-SDA-BOX-NO  DELIMITED BY SPACE
                     INTO GOOD-ERRMSG
               END-IF
           END-IF.

       RECORD-VISIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Any live holder's key opens the box with the visitor - an
      * accessor need not have a key of their own.
      *-----------------------------------------------------------------
       P555-COUNT-KEY.
           MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT.
           MOVE SDBX01I-KEY-NO    TO DCL-SDH-KEY-NO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOST-COUNT
                  FROM BNKSDHLD
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                   AND SDH_KEY_NO    = :DCL-SDH-KEY-NO
                   AND SDH_STATUS    = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The renter gives the box up - rent paid up, keys handed
      * back.  Every holder comes off and the box is free to rent.
      *=================================================================
       P600-CLOSE-AGREEMENT.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-AGREEMENT-EXIT
           END-IF.

           IF DCL-SDA-UNPAID
               MOVE 'The rent is unpaid - settle it before closing'
                 TO BANK-ERRMSG
               GO TO CLOSE-AGREEMENT-EXIT
           END-IF.

           IF NOT DCL-SDA-ACTIVE
               MOVE 'Agreement is not open' TO BANK-ERRMSG
               GO TO CLOSE-AGREEMENT-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           STRING 'STATUS '       DELIMITED BY SIZE
                  DCL-SDA-STATUS  DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           MOVE 'STATUS C KEYS SURRENDERED' TO CD74I-AFTER.

           PERFORM P775-END-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-AGREEMENT-EXIT
           END-IF.

           PERFORM P780-AUDIT-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-AGREEMENT-EXIT
           END-IF.

           STRING 'Agreement '   DELIMITED BY SIZE
                  WS-NUM-DSP     DELIMITED BY SIZE
                  ' closed - box ' DELIMITED BY SIZE
                  DCL-SDA-BOX-NO DELIMITED BY SPACE
                  ' is free to rent' DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       CLOSE-AGREEMENT-EXIT.
           EXIT.

      *=================================================================
      * The drilling of a box DSDBX02P scheduled for unpaid rent -
      * done by a supervisor or admin before a second officer as
      * witness.  Cash found and the inventory of the rest go on
      * the drilling register under the seal number of the envelope
      * the contents are held in.
      *=================================================================
       P650-RECORD-DRILLING.
           PERFORM P150-CHECK-SUPERVISOR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF NOT DCL-SDA-DRILL-SCHEDULED
               MOVE 'Box is not scheduled for drilling' TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           PERFORM P740-READ-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF NOT WS-DRILL-FOUND OR NOT DCL-SDD-SCHEDULED
               MOVE 'Box is not scheduled for drilling' TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF SDBX01I-WITNESS = SPACES
               MOVE 'Please enter the witnessing officer' TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF SDBX01I-WITNESS = SDBX01I-USERID
               MOVE 'The witness must be a second officer'
                 TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           MOVE SDBX01I-WITNESS TO WS-CUST-PID.
           PERFORM P720-READ-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF NOT WS-CUST-FOUND
               MOVE 'Witness is not on file' TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF SDBX01I-SEAL-NO = SPACES
               MOVE 'Please enter the seal number of the envelope'
                 TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF SDBX01I-NOTES = SPACES
               MOVE 'Please enter the inventory of the contents'
                 TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           IF SDBX01I-CASH < ZERO
               MOVE 'Cash found cannot be negative' TO BANK-ERRMSG
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           MOVE WS-TODAY-DATE   TO DCL-SDD-DRILLED-DTE
                                   DCL-SDD-STATUS-DTE.
           MOVE SDBX01I-USERID  TO DCL-SDD-DRILLED-BY
                                   DCL-SDD-STATUS-BY.
           MOVE SDBX01I-WITNESS TO DCL-SDD-WITNESS.
           MOVE SDBX01I-SEAL-NO TO DCL-SDD-SEAL-NO.
           MOVE SDBX01I-CASH    TO DCL-SDD-CASH.
           MOVE SDBX01I-NOTES   TO DCL-SDD-INVENTORY.

           EXEC SQL
                UPDATE BNKSDDRL
                   SET SDD_STATUS      = 'H',
                       SDD_DRILLED_DTE = :DCL-SDD-DRILLED-DTE,
                       SDD_DRILLED_BY  = :DCL-SDD-DRILLED-BY,
                       SDD_WITNESS     = :DCL-SDD-WITNESS,
                       SDD_SEAL_NO     = :DCL-SDD-SEAL-NO,
                       SDD_CASH        = :DCL-SDD-CASH,
                       SDD_INVENTORY   = :DCL-SDD-INVENTORY,
                       SDD_STATUS_DTE  = :DCL-SDD-STATUS-DTE,
                       SDD_STATUS_BY   = :DCL-SDD-STATUS-BY
                 WHERE SDD_AGREEMENT = :DCL-SDD-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           MOVE 'D' TO DCL-SDA-STATUS.
           PERFORM P765-SET-AGREEMENT-STATUS.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           MOVE 'D'               TO DCL-SDB-STATUS.
           MOVE DCL-SDA-AGREEMENT TO DCL-SDB-AGREEMENT.
           PERFORM P770-UPDATE-BOX.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           MOVE DCL-SDD-CASH TO WS-AMT-DSP.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           MOVE 'STATUS S' TO CD74I-BEFORE.
           STRING 'STATUS H SEAL '  DELIMITED BY SIZE
                  DCL-SDD-SEAL-NO   DELIMITED BY SIZE
                  ' CASH '          DELIMITED BY SIZE
                  WS-AMT-DSP        DELIMITED BY SIZE
                  ' WITNESS '       DELIMITED BY SIZE
                  DCL-SDD-WITNESS   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P795-AUDIT-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-DRILLING-EXIT
           END-IF.

           STRING 'Box '             DELIMITED BY SIZE
                  DCL-SDA-BOX-NO     DELIMITED BY SPACE
                  ' drilled - contents held under seal '
                                     DELIMITED BY SIZE
                  DCL-SDD-SEAL-NO    DELIMITED BY SPACE
             INTO GOOD-ERRMSG.

       RECORD-DRILLING-EXIT.
           EXIT.

      *=================================================================
      * A renter comes for the drilled contents.  They go only to a
      * renter on the agreement; the arrears the drilling was for
      * are shown so the counter can collect them.
      *=================================================================
       P680-RELEASE-CONTENTS.
           PERFORM P150-CHECK-SUPERVISOR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           PERFORM P740-READ-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           IF NOT WS-DRILL-FOUND OR NOT DCL-SDD-HELD
               MOVE 'No drilled contents are held for this agreement'
                 TO BANK-ERRMSG
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           IF SDBX01I-PID = SPACES
               MOVE 'Please enter the renter''s customer id'
                 TO BANK-ERRMSG
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT.
           MOVE SDBX01I-PID       TO DCL-SDH-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOST-COUNT
                  FROM BNKSDHLD
                 WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                   AND SDH_PID       = :DCL-SDH-PID
                   AND SDH_ROLE      = 'R'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           IF WS-HOST-COUNT = ZERO
               MOVE 'Contents go only to a renter on the agreement'
                 TO BANK-ERRMSG
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           MOVE 'R' TO DCL-SDD-STATUS.
           PERFORM P745-SET-DRILL-STATUS.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           MOVE 'STATUS H' TO CD74I-BEFORE.
           STRING 'STATUS R TO '    DELIMITED BY SIZE
                  SDBX01I-PID       DELIMITED BY SIZE
                  ' SEAL '          DELIMITED BY SIZE
                  DCL-SDD-SEAL-NO   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P795-AUDIT-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           PERFORM P775-END-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RELEASE-CONTENTS-EXIT
           END-IF.

           MOVE DCL-SDD-ARREARS TO WS-AMT-DSP.
           STRING 'Contents released - rent arrears of '
                                   DELIMITED BY SIZE
                  WS-AMT-DSP       DELIMITED BY SIZE
                  ' to collect'    DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       RELEASE-CONTENTS-EXIT.
           EXIT.

      *=================================================================
      * DBANK71P's turnover of contents held unclaimed past the
      * statutory period - the register is closed off and the box
      * is free to rent again.  Nothing held is a rejection, not a
      * failure of the run.
      *=================================================================
       P690-ESCHEAT-CONTENTS.
           PERFORM P710-FIND-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           PERFORM P740-READ-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           IF NOT WS-DRILL-FOUND OR NOT DCL-SDD-HELD
               SET SDBX01O-REJECTED TO TRUE
               MOVE 'No drilled contents are held for this agreement'
                 TO BANK-ERRMSG
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           MOVE 'E' TO DCL-SDD-STATUS.
           PERFORM P745-SET-DRILL-STATUS.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           MOVE 'STATUS H' TO CD74I-BEFORE.
           STRING 'STATUS E TURNED OVER SEAL ' DELIMITED BY SIZE
                  DCL-SDD-SEAL-NO   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P795-AUDIT-DRILL.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           PERFORM P775-END-AGREEMENT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ESCHEAT-CONTENTS-EXIT
           END-IF.

           MOVE DCL-SDD-CASH TO SDBX01O-CASH.
           STRING 'Contents of box '  DELIMITED BY SIZE
                  DCL-SDA-BOX-NO      DELIMITED BY SPACE
                  ' turned over'      DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       ESCHEAT-CONTENTS-EXIT.
           EXIT.

      *=================================================================
      * Register reads and writes shared by the functions above.
      *=================================================================
       P700-READ-BOX.
           MOVE 'N' TO WS-BOX-FOUND-SW.

           EXEC SQL
                SELECT SDB_SIZE, SDB_STATUS, SDB_AGREEMENT
                  INTO :DCL-SDB-SIZE, :DCL-SDB-STATUS,
                       :DCL-SDB-AGREEMENT
                  FROM BNKSDBOX
                 WHERE SDB_BRANCH = :DCL-SDB-BRANCH
                   AND SDB_BOX_NO = :DCL-SDB-BOX-NO
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-BOX-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The agreement by number, or the one a branch and box is
      * rented under - its box is read too, for the size.
      *-----------------------------------------------------------------
       P710-FIND-AGREEMENT.
           MOVE 'N' TO WS-AGR-FOUND-SW.

           IF SDBX01I-AGREEMENT = ZERO
               IF SDBX01I-BRANCH = SPACES OR SDBX01I-BOX-NO = SPACES
                   MOVE 'Please enter the agreement or branch and box'
                     TO BANK-ERRMSG
               ELSE
                   MOVE SDBX01I-BRANCH TO DCL-SDB-BRANCH
                   MOVE SDBX01I-BOX-NO TO DCL-SDB-BOX-NO
                   PERFORM P700-READ-BOX
                   IF BANK-ERRMSG = SPACES
                       IF NOT WS-BOX-FOUND
                           MOVE 'Box is not on the register'
                             TO BANK-ERRMSG
                       ELSE
                           IF DCL-SDB-AGREEMENT = ZERO
                               MOVE 'Box is not rented' TO BANK-ERRMSG
                           ELSE
                               MOVE DCL-SDB-AGREEMENT
                                 TO SDBX01I-AGREEMENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE SDBX01I-AGREEMENT TO DCL-SDA-AGREEMENT
               EXEC SQL
                    SELECT SDA_BRANCH, SDA_BOX_NO, SDA_ACCNO,
                           SDA_STATUS, SDA_START_DTE,
                           SDA_NEXT_DUE_DTE, SDA_PAID_TO_DTE,
                           SDA_LAST_RENT, SDA_FAIL_COUNT
                      INTO :DCL-SDA-BRANCH, :DCL-SDA-BOX-NO,
                           :DCL-SDA-ACCNO, :DCL-SDA-STATUS,
                           :DCL-SDA-START-DTE,
                           :DCL-SDA-NEXT-DUE-DTE,
                           :DCL-SDA-PAID-TO-DTE,
                           :DCL-SDA-LAST-RENT, :DCL-SDA-FAIL-COUNT
                      FROM BNKSDAGR
                     WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Agreement is not on file' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
               SET WS-AGR-FOUND TO TRUE
               MOVE DCL-SDA-AGREEMENT TO SDBX01O-AGREEMENT WS-NUM-DSP
               MOVE DCL-SDA-BRANCH    TO DCL-SDB-BRANCH
               MOVE DCL-SDA-BOX-NO    TO DCL-SDB-BOX-NO
               PERFORM P700-READ-BOX
           END-IF.

       P720-READ-CUSTOMER.
           MOVE 'N'    TO WS-CUST-FOUND-SW.
           MOVE SPACES TO WS-CUST-NAME.

           EXEC SQL
                SELECT BCS_NAME
                  INTO :WS-CUST-NAME
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-CUST-PID
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-CUST-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P730-NEXT-AGREEMENT.
           EXEC SQL
                SELECT COALESCE(MAX(SDA_AGREEMENT), 10000000) + 1
                  INTO :WS-NEW-NUMBER
                  FROM BNKSDAGR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P740-READ-DRILL.
           MOVE 'N'               TO WS-DRILL-FOUND-SW.
           MOVE DCL-SDA-AGREEMENT TO DCL-SDD-AGREEMENT.

           EXEC SQL
                SELECT SDD_STATUS, SDD_SCHED_DTE, SDD_ARREARS,
                       SDD_DRILLED_DTE, SDD_SEAL_NO, SDD_CASH,
                       SDD_INVENTORY
                  INTO :DCL-SDD-STATUS, :DCL-SDD-SCHED-DTE,
                       :DCL-SDD-ARREARS, :DCL-SDD-DRILLED-DTE,
                       :DCL-SDD-SEAL-NO, :DCL-SDD-CASH,
                       :DCL-SDD-INVENTORY
                  FROM BNKSDDRL
                 WHERE SDD_AGREEMENT = :DCL-SDD-AGREEMENT
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-DRILL-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P745-SET-DRILL-STATUS.
           MOVE WS-TODAY-DATE  TO DCL-SDD-STATUS-DTE.
           MOVE SDBX01I-USERID TO DCL-SDD-STATUS-BY.

           EXEC SQL
                UPDATE BNKSDDRL
                   SET SDD_STATUS     = :DCL-SDD-STATUS,
                       SDD_STATUS_DTE = :DCL-SDD-STATUS-DTE,
                       SDD_STATUS_BY  = :DCL-SDD-STATUS-BY
                 WHERE SDD_AGREEMENT = :DCL-SDD-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Live holders matching the customer id given, or for an
      * outside party (no id) the name.
      *-----------------------------------------------------------------
       P750-COUNT-MATCHING-HOLDER.
           IF DCL-SDH-PID NOT = SPACES
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HOST-COUNT
                      FROM BNKSDHLD
                     WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                       AND SDH_PID       = :DCL-SDH-PID
                       AND SDH_STATUS    = 'A'
               END-EXEC
           ELSE
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HOST-COUNT
                      FROM BNKSDHLD
                     WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                       AND SDH_PID       = ' '
                       AND SDH_NAME      = :DCL-SDH-NAME
                       AND SDH_STATUS    = 'A'
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P760-INSERT-HOLDER.
           MOVE 'A'            TO DCL-SDH-STATUS.
           MOVE SDBX01I-USERID TO DCL-SDH-ADDED-BY.

           EXEC SQL
                INSERT INTO BNKSDHLD (
                  SDH_AGREEMENT,
                  SDH_SEQ,
                  SDH_PID,
                  SDH_NAME,
                  SDH_ROLE,
                  SDH_KEY_NO,
                  SDH_STATUS,
                  SDH_ADDED_BY,
                  SDH_ADDED_TS
                ) VALUES (
                  :DCL-SDH-AGREEMENT,
                  :DCL-SDH-SEQ,
                  :DCL-SDH-PID,
                  :DCL-SDH-NAME,
                  :DCL-SDH-ROLE,
                  :DCL-SDH-KEY-NO,
                  :DCL-SDH-STATUS,
                  :DCL-SDH-ADDED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P765-SET-AGREEMENT-STATUS.
           EXEC SQL
                UPDATE BNKSDAGR
                   SET SDA_STATUS     = :DCL-SDA-STATUS,
                       SDA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P770-UPDATE-BOX.
           MOVE SDBX01I-USERID TO DCL-SDB-UPDATED-BY.

           EXEC SQL
                UPDATE BNKSDBOX
                   SET SDB_STATUS     = :DCL-SDB-STATUS,
                       SDB_AGREEMENT  = :DCL-SDB-AGREEMENT,
                       SDB_UPDATED_BY = :DCL-SDB-UPDATED-BY,
                       SDB_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SDB_BRANCH = :DCL-SDB-BRANCH
                   AND SDB_BOX_NO = :DCL-SDB-BOX-NO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * An agreement at its end - closed, every holder off, and the
      * box back on the shelf with no agreement.
      *-----------------------------------------------------------------
       P775-END-AGREEMENT.
           MOVE WS-TODAY-DATE TO DCL-SDA-CLOSED-DTE.

           EXEC SQL
                UPDATE BNKSDAGR
                   SET SDA_STATUS     = 'C',
                       SDA_CLOSED_DTE = :DCL-SDA-CLOSED-DTE,
                       SDA_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SDA_AGREEMENT = :DCL-SDA-AGREEMENT
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG = SPACES
               MOVE DCL-SDA-AGREEMENT TO DCL-SDH-AGREEMENT
               MOVE WS-TODAY-DATE     TO DCL-SDH-STATUS-DTE
               EXEC SQL
                    UPDATE BNKSDHLD
                       SET SDH_STATUS     = 'X',
                           SDH_STATUS_DTE = :DCL-SDH-STATUS-DTE
                     WHERE SDH_AGREEMENT = :DCL-SDH-AGREEMENT
                       AND SDH_STATUS    = 'A'
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'A'  TO DCL-SDB-STATUS
               MOVE ZERO TO DCL-SDB-AGREEMENT
               PERFORM P770-UPDATE-BOX
           END-IF.

       P780-AUDIT-AGREEMENT.
           MOVE 'BNKSDAGR'        TO CD74I-TABLE.
           MOVE WS-NUM-DSP        TO CD74I-KEY.
           PERFORM P799-AUDIT.

       P785-AUDIT-HOLDER.
           MOVE 'BNKSDHLD'        TO CD74I-TABLE.
           STRING WS-NUM-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-SEQ-DSP      DELIMITED BY SIZE
             INTO CD74I-KEY.
           PERFORM P799-AUDIT.

       P790-AUDIT-BOX.
           MOVE 'BNKSDBOX'        TO CD74I-TABLE.
           STRING DCL-SDB-BRANCH  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-SDB-BOX-NO  DELIMITED BY SIZE
             INTO CD74I-KEY.
           PERFORM P799-AUDIT.

       P795-AUDIT-DRILL.
           MOVE 'BNKSDDRL'        TO CD74I-TABLE.
           MOVE WS-NUM-DSP        TO CD74I-KEY.
           PERFORM P799-AUDIT.

       P799-AUDIT.
           MOVE SDBX01I-USERID    TO CD74I-USERID.
           MOVE 'DSDBX01P'        TO CD74I-PROGRAM.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Safe-deposit register failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
