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
001300* Program:     DIBRN01P.CBL                                    *
001400* Function:    Inter-branch due-to/due-from entries - a posting *
001500*              that moves value from one branch's books to      *
001600*              another's is handed here in the caller's unit   *
001700*              of work.  Each side's branch is its account's    *
001800*              BAC_BRANCH, or with no account the home branch   *
001900*              of the PID given (head office '001' when none    *
002000*              is recorded, as DBANK06P stamps BTX_BRANCH).     *
002100*              When the two differ the branch the value leaves  *
002200*              gets a due-to row and the branch it arrives at a *
002300*              due-from row on BNKIBDUE, both for the amount    *
002400*              and both stamped by the one statement.  DBANK06P *
002500*              calls it for every two-leg transfer, DBANK55P    *
002600*              for teller cash.  An entry that cannot be        *
002700*              written is an error for the caller, so a cross-  *
002800*              branch posting never leaves one branch's books   *
002900*              out of step with the other's.                    *
003000*              SQL version                                      *
003100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIBRN01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSIB
           END-EXEC.

           COPY CBANKSIBX.

       01  WS-LOOK-ACC                           PIC X(9).
       01  WS-LOOK-PID                           PIC X(5).
       01  WS-LOOK-BRANCH                        PIC X(3).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CIBRN01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference IBRN01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO IBRN01O-CROSS-SW.
           MOVE SPACES TO IBRN01O-FROM-BRANCH IBRN01O-TO-BRANCH.

           EVALUATE TRUE
               WHEN IBRN01I-POST
                   PERFORM P100-POST-MOVEMENT THRU POST-MOVEMENT-EXIT
               WHEN OTHER
                   MOVE 'Invalid inter-branch function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Work out both sides' branches and, when they differ, write
      * the pair.  A zero amount moves nothing.
      *=================================================================
       P100-POST-MOVEMENT.
           IF IBRN01I-AMOUNT = ZERO
               GO TO POST-MOVEMENT-EXIT
           END-IF.

           MOVE IBRN01I-FROM-ACC TO WS-LOOK-ACC.
           MOVE IBRN01I-FROM-PID TO WS-LOOK-PID.
           PERFORM P200-FIND-BRANCH.
           MOVE WS-LOOK-BRANCH   TO IBRN01O-FROM-BRANCH.

           MOVE IBRN01I-TO-ACC   TO WS-LOOK-ACC.
           MOVE IBRN01I-TO-PID   TO WS-LOOK-PID.
           PERFORM P200-FIND-BRANCH.
           MOVE WS-LOOK-BRANCH   TO IBRN01O-TO-BRANCH.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-MOVEMENT-EXIT
           END-IF.

           IF IBRN01O-FROM-BRANCH = IBRN01O-TO-BRANCH
               GO TO POST-MOVEMENT-EXIT
           END-IF.

      *    A negative amount is value moving the other way.
           IF IBRN01I-AMOUNT < ZERO
               MOVE IBRN01O-TO-BRANCH   TO DCL-IBD-BRANCH
               MOVE IBRN01O-FROM-BRANCH TO DCL-IBD-OTHER-BRANCH
               COMPUTE DCL-IBD-AMOUNT = IBRN01I-AMOUNT * -1
           ELSE
               MOVE IBRN01O-FROM-BRANCH TO DCL-IBD-BRANCH
               MOVE IBRN01O-TO-BRANCH   TO DCL-IBD-OTHER-BRANCH
               MOVE IBRN01I-AMOUNT      TO DCL-IBD-AMOUNT
           END-IF.

           MOVE IBRN01I-SOURCE    TO DCL-IBD-SOURCE.
           MOVE IBRN01I-ACCNO     TO DCL-IBD-ACCNO.
           MOVE IBRN01I-REF       TO DCL-IBD-REF.
           MOVE IBRN01I-USERID    TO DCL-IBD-USERID.
           MOVE IBRN01I-POST-DATE TO DCL-IBD-POST-DATE.
           MOVE SPACES            TO DCL-IBD-SETTLED-DATE.

           PERFORM P300-INSERT-PAIR.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               SET IBRN01O-CROSS-BRANCH TO TRUE
           END-IF.

       POST-MOVEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One side's branch - the account's when there is one on file
      * with a branch, else the PID's home branch, else head office.
      *-----------------------------------------------------------------
       P200-FIND-BRANCH.
           MOVE SPACES TO WS-LOOK-BRANCH.

           IF WS-LOOK-ACC NOT = SPACES
               EXEC SQL
                    SELECT BAC_BRANCH
                      INTO :WS-LOOK-BRANCH
                      FROM BNKACC
                     WHERE BAC_ACCNO = :WS-LOOK-ACC
               END-EXEC
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

           IF WS-LOOK-BRANCH = SPACES AND WS-LOOK-PID NOT = SPACES
               EXEC SQL
                    SELECT BCS_BRANCH
                      INTO :WS-LOOK-BRANCH
                      FROM BNKCUST
                     WHERE BCS_PID = :WS-LOOK-PID
               END-EXEC
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

           IF WS-LOOK-BRANCH = SPACES
               MOVE '001' TO WS-LOOK-BRANCH
           END-IF.

      *-----------------------------------------------------------------
      * The due-to on the branch the value leaves and the due-from
      * on the branch it arrives at, in one statement so both carry
      * the same timestamp.
      *-----------------------------------------------------------------
       P300-INSERT-PAIR.
           EXEC SQL
                INSERT INTO BNKIBDUE (
                  IBD_TIMESTAMP,
                  IBD_BRANCH,
                  IBD_SIDE,
                  IBD_OTHER_BRANCH,
                  IBD_AMOUNT,
                  IBD_SOURCE,
                  IBD_ACCNO,
                  IBD_REF,
                  IBD_USERID,
                  IBD_POST_DATE,
                  IBD_SETTLED_DATE
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-IBD-BRANCH,
                  'T',
                  :DCL-IBD-OTHER-BRANCH,
                  :DCL-IBD-AMOUNT,
                  :DCL-IBD-SOURCE,
                  :DCL-IBD-ACCNO,
                  :DCL-IBD-REF,
                  :DCL-IBD-USERID,
                  :DCL-IBD-POST-DATE,
                  :DCL-IBD-SETTLED-DATE
                ), (
                  CURRENT TIMESTAMP,
                  :DCL-IBD-OTHER-BRANCH,
                  'F',
                  :DCL-IBD-BRANCH,
                  :DCL-IBD-AMOUNT,
                  :DCL-IBD-SOURCE,
                  :DCL-IBD-ACCNO,
                  :DCL-IBD-REF,
                  :DCL-IBD-USERID,
                  :DCL-IBD-POST-DATE,
                  :DCL-IBD-SETTLED-DATE)
           END-EXEC.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Inter-branch entry failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
