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
001300* Program:     DSTAF01P.CBL                                    *
001400* Function:    Staff logins and the customers they are tied to, *
001500*              behind the B120 screen.  'D' declares a link on  *
001600*              BNKSTAFL between a staff login and a customer    *
001700*              PID - the member of staff's own PID ('S'), or a  *
001800*              family, household, business or other relation -  *
001900*              'R' removes one and 'L' lists a login's links.   *
002000*              The own-PID link sets the BCS_EMPLOYEE flag on   *
002100*              the customer and removing it clears the flag.    *
002200*              A login may declare its own links; an admin,     *
002300*              compliance or security officer declares them for *
002400*              others, and only such an officer - never the     *
002500*              login itself - may remove one.  Changes are      *
002600*              audited to BNKMADT through DBANK74P.             *
002700*              'C' is asked before an action is taken: a login  *
002800*              with any link is staff, and is related to an     *
002900*              account when it holds the account itself or a    *
003000*              tied PID is its owner or on BNKACCHLD for it -   *
003100*              or, with no account, when the PID is its own or  *
003200*              a tied one.  Customers with no links pass at     *
003300*              once.                                            *
003400*              SQL version                                      *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSTAF01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-REL-CHECK                      PIC X(1).
               88  WS-REL-VALID                  VALUES 'S' 'F' 'H'
                                                        'B' 'O'.
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-OFFICER             VALUES 'A' 'C' 'X'.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSF
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

           COPY CBANKSSFX.
           COPY CBANKSACX.

       01  WS-ROW-COUNT                          PIC S9(4) COMP.
       01  WS-CUST-NAME                          PIC X(25).
       01  WS-EMPLOYEE                           PIC X(1).
       01  WS-PID-NULL                           PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CSTAF01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference STAF01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN STAF01I-DECLARE
                   PERFORM P100-DECLARE-LINK THRU DECLARE-LINK-EXIT
               WHEN STAF01I-REMOVE
                   PERFORM P200-REMOVE-LINK THRU REMOVE-LINK-EXIT
               WHEN STAF01I-LIST
                   PERFORM P300-LIST-LINKS THRU LIST-LINKS-EXIT
               WHEN STAF01I-CHECK
                   PERFORM P400-CHECK-ACTION THRU CHECK-ACTION-EXIT
               WHEN OTHER
                   MOVE 'Invalid staff-account function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Tie a staff login to a customer PID - once per pair, and one
      * own-PID link per login.
      *=================================================================
       P100-DECLARE-LINK.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF STAF01I-CALLER NOT = STAF01I-USERID AND
              NOT WS-CALLER-OFFICER
               MOVE 'Only an officer declares another login''s links'
                 TO BANK-ERRMSG
               GO TO DECLARE-LINK-EXIT
           END-IF.

           MOVE STAF01I-RELATION TO WS-REL-CHECK.
           IF NOT WS-REL-VALID
               MOVE 'Relation must be S, F, H, B or O' TO BANK-ERRMSG
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF STAF01I-REASON = SPACES AND STAF01I-RELATION NOT = 'S'
               MOVE 'Please say how the customer is related'
                 TO BANK-ERRMSG
               GO TO DECLARE-LINK-EXIT
           END-IF.

           MOVE STAF01I-PID TO DCL-STL-PID.
           PERFORM P710-CUSTOMER-COUNT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF WS-ROW-COUNT = ZERO
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO DECLARE-LINK-EXIT
           END-IF.

           MOVE STAF01I-USERID TO DCL-STL-USERID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
                   AND STL_PID    = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               MOVE 'That link is already declared' TO BANK-ERRMSG
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF STAF01I-RELATION = 'S'
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKSTAFL
                     WHERE STL_USERID   = :DCL-STL-USERID
                       AND STL_RELATION = 'S'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO DECLARE-LINK-EXIT
               END-IF
               IF WS-ROW-COUNT > ZERO
                   MOVE 'The login already has its own PID declared'
                     TO BANK-ERRMSG
                   GO TO DECLARE-LINK-EXIT
               END-IF
           END-IF.

           MOVE STAF01I-RELATION TO DCL-STL-RELATION.
           MOVE STAF01I-REASON   TO DCL-STL-REASON.
           MOVE STAF01I-CALLER   TO DCL-STL-DECLARED-BY.

           EXEC SQL
                INSERT INTO BNKSTAFL (
                  STL_USERID,
                  STL_PID,
                  STL_RELATION,
                  STL_REASON,
                  STL_DECLARED_BY,
                  STL_DECLARED_TS
                ) VALUES (
                  :DCL-STL-USERID,
                  :DCL-STL-PID,
                  :DCL-STL-RELATION,
                  :DCL-STL-REASON,
                  :DCL-STL-DECLARED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-LINK-EXIT
           END-IF.

           IF DCL-STL-SELF
               MOVE 'Y' TO WS-EMPLOYEE
               PERFORM P720-SET-EMPLOYEE
               IF BANK-ERRMSG NOT = SPACES
                   GO TO DECLARE-LINK-EXIT
               END-IF
           END-IF.

           MOVE 'A' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-LINK-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Staff link declared' TO GOOD-ERRMSG
           END-IF.

       DECLARE-LINK-EXIT.
           EXIT.

      *=================================================================
      * Take a link off - an officer's job, never the login's own.
      *=================================================================
       P200-REMOVE-LINK.
           PERFORM P700-CHECK-CALLER THRU CHECK-CALLER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-LINK-EXIT
           END-IF.

           IF NOT WS-CALLER-OFFICER
               MOVE 'Only an officer may remove a staff link'
                 TO BANK-ERRMSG
               GO TO REMOVE-LINK-EXIT
           END-IF.

           IF STAF01I-CALLER = STAF01I-USERID
               MOVE 'Another officer must remove your own links'
                 TO BANK-ERRMSG
               GO TO REMOVE-LINK-EXIT
           END-IF.

           MOVE STAF01I-USERID TO DCL-STL-USERID.
           MOVE STAF01I-PID    TO DCL-STL-PID.

           EXEC SQL
                SELECT STL_RELATION, STL_REASON
                  INTO :DCL-STL-RELATION, :DCL-STL-REASON
                  FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
                   AND STL_PID    = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-LINK-EXIT
           END-IF.

           IF SQLCODE = +100
               MOVE 'No such link is declared' TO BANK-ERRMSG
               GO TO REMOVE-LINK-EXIT
           END-IF.

           PERFORM P610-LINK-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           EXEC SQL
                DELETE FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
                   AND STL_PID    = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-LINK-EXIT
           END-IF.

           IF DCL-STL-SELF
               MOVE SPACE TO WS-EMPLOYEE
               PERFORM P720-SET-EMPLOYEE
               IF BANK-ERRMSG NOT = SPACES
                   GO TO REMOVE-LINK-EXIT
               END-IF
           END-IF.

           MOVE 'D' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Staff link removed' TO GOOD-ERRMSG
           END-IF.

       REMOVE-LINK-EXIT.
           EXIT.

      *=================================================================
      * A login's links, own PID first.
      *=================================================================
       P300-LIST-LINKS.
           MOVE ZERO TO STAF01O-LINK-COUNT.

           IF STAF01I-USERID = SPACES
               MOVE 'Please enter the staff login' TO BANK-ERRMSG
               GO TO LIST-LINKS-EXIT
           END-IF.

           MOVE STAF01I-USERID TO DCL-STL-USERID.

           EXEC SQL
                DECLARE STL_CSR CURSOR FOR
                SELECT STL_PID, BCS_NAME, STL_RELATION, STL_REASON,
                       STL_DECLARED_BY, STL_DECLARED_TS
                FROM BNKSTAFL, BNKCUST
                WHERE STL_USERID = :DCL-STL-USERID
                  AND BCS_PID = STL_PID
                ORDER BY STL_RELATION DESC, STL_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN STL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-LINKS-EXIT
           END-IF.

           PERFORM P310-FETCH-LINK
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR STAF01O-LINK-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE STL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF STAF01O-LINK-COUNT = ZERO
                   MOVE 'No links declared for that login'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Staff links listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-LINKS-EXIT.
           EXIT.

       P310-FETCH-LINK.
           EXEC SQL
                FETCH STL_CSR
                INTO :DCL-STL-PID, :WS-CUST-NAME, :DCL-STL-RELATION,
                     :DCL-STL-REASON, :DCL-STL-DECLARED-BY,
                     :DCL-STL-DECLARED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO STAF01O-LINK-COUNT
               MOVE STAF01O-LINK-COUNT  TO WS-SUB
               MOVE DCL-STL-PID         TO STAF01O-L-PID(WS-SUB)
               MOVE WS-CUST-NAME        TO STAF01O-L-NAME(WS-SUB)
               MOVE DCL-STL-RELATION    TO STAF01O-L-RELATION(WS-SUB)
               MOVE DCL-STL-REASON      TO STAF01O-L-REASON(WS-SUB)
               MOVE DCL-STL-DECLARED-BY TO STAF01O-L-DECLARED-BY(WS-SUB)
               MOVE DCL-STL-DECLARED-TS(1:10)
                 TO STAF01O-L-DECLARED-DTE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Is the login about to act tied to the account (or PID)?  The
      * first tie found is handed back; a login with no links at all
      * is not staff and passes without looking further.
      *=================================================================
       P400-CHECK-ACTION.
           SET STAF01O-NOT-RELATED TO TRUE.
           MOVE SPACES TO STAF01O-RELATION STAF01O-REL-PID.

           MOVE STAF01I-USERID TO DCL-STL-USERID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-ROW-COUNT = ZERO
               GO TO CHECK-ACTION-EXIT
           END-IF.

           IF STAF01I-ACCNO = SPACES
               IF STAF01I-PID = STAF01I-USERID
                   SET STAF01O-IS-RELATED TO TRUE
                   MOVE 'S'            TO STAF01O-RELATION
                   MOVE STAF01I-USERID TO STAF01O-REL-PID
                   GO TO CHECK-ACTION-EXIT
               END-IF
               MOVE STAF01I-PID TO DCL-STL-PID
               EXEC SQL
                    SELECT STL_RELATION
                      INTO :DCL-STL-RELATION
                      FROM BNKSTAFL
                     WHERE STL_USERID = :DCL-STL-USERID
                       AND STL_PID    = :DCL-STL-PID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG = SPACES AND SQLCODE = ZERO
                   SET STAF01O-IS-RELATED TO TRUE
                   MOVE DCL-STL-RELATION TO STAF01O-RELATION
                   MOVE DCL-STL-PID      TO STAF01O-REL-PID
               END-IF
               GO TO CHECK-ACTION-EXIT
           END-IF.

      *    The login itself on the account.
           MOVE STAF01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
                   AND (BAC_PID = :DCL-STL-USERID
                        OR EXISTS
                           (SELECT 1 FROM BNKACCHLD
                             WHERE ACH_ACCNO = :DCL-BAC-ACCNO
                               AND ACH_PID   = :DCL-STL-USERID))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-ACTION-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               SET STAF01O-IS-RELATED TO TRUE
               MOVE 'S'            TO STAF01O-RELATION
               MOVE STAF01I-USERID TO STAF01O-REL-PID
               GO TO CHECK-ACTION-EXIT
           END-IF.

      *    A tied PID that owns the account or is on it.
           EXEC SQL
                SELECT MIN(STL_PID)
                  INTO :DCL-STL-PID :WS-PID-NULL
                  FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
                   AND (STL_PID IN
                           (SELECT BAC_PID FROM BNKACC
                             WHERE BAC_ACCNO = :DCL-BAC-ACCNO)
                        OR STL_PID IN
                           (SELECT ACH_PID FROM BNKACCHLD
                             WHERE ACH_ACCNO = :DCL-BAC-ACCNO))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES OR WS-PID-NULL < ZERO
               GO TO CHECK-ACTION-EXIT
           END-IF.

           EXEC SQL
                SELECT STL_RELATION
                  INTO :DCL-STL-RELATION
                  FROM BNKSTAFL
                 WHERE STL_USERID = :DCL-STL-USERID
                   AND STL_PID    = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG = SPACES AND SQLCODE = ZERO
               SET STAF01O-IS-RELATED TO TRUE
               MOVE DCL-STL-RELATION TO STAF01O-RELATION
               MOVE DCL-STL-PID      TO STAF01O-REL-PID
           END-IF.

       CHECK-ACTION-EXIT.
           EXIT.

      *=================================================================
      * Audit through DBANK74P - key is login/PID.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE STAF01I-CALLER TO CD74I-USERID.
           MOVE 'DSTAF01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-LINK-IMAGE.
           MOVE 'BNKSTAFL' TO CD74I-TABLE.
           MOVE SPACES TO CD74I-KEY CD74I-AFTER.
           STRING DCL-STL-USERID DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  DCL-STL-PID    DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'REL='           DELIMITED BY SIZE
                  DCL-STL-RELATION DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  DCL-STL-REASON   DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * The caller's role - an admin, compliance or security officer
      * maintains anyone's links.  The staff login must be on file.
      *-----------------------------------------------------------------
       P700-CHECK-CALLER.
           MOVE SPACE TO WS-CALLER-ROLE.

           IF STAF01I-USERID = SPACES OR STAF01I-PID = SPACES
               MOVE 'Please enter the staff login and the customer'
                 TO BANK-ERRMSG
               GO TO CHECK-CALLER-EXIT
           END-IF.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :STAF01I-CALLER
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-CALLER-EXIT
           END-IF.

           MOVE STAF01I-USERID TO DCL-STL-PID.
           PERFORM P710-CUSTOMER-COUNT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-CALLER-EXIT
           END-IF.

           IF WS-ROW-COUNT = ZERO
               MOVE 'Staff login not on file' TO BANK-ERRMSG
           END-IF.

       CHECK-CALLER-EXIT.
           EXIT.

       P710-CUSTOMER-COUNT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    The BCS_EMPLOYEE flag follows the own-PID link.
       P720-SET-EMPLOYEE.
           EXEC SQL
                UPDATE BNKCUST
                   SET BCS_EMPLOYEE = :WS-EMPLOYEE
                 WHERE BCS_PID = :DCL-STL-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Staff account failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
