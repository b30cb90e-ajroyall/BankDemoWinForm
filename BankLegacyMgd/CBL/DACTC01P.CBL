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
001300* Program:     DACTC01P.CBL                                    *
001400* Function:    Per-account activity counters - every BNKTXN     *
001500*              row DBANK06P inserts (and every row the          *
001600*              DJRNL02P replay puts back) is added to its       *
001700*              account's BNKACTC counter for the day, in the    *
001800*              caller's unit of work, so the daily ceiling,     *
001900*              the velocity rules, the spend alert and the      *
002000*              structuring scan read a handful of daily rows    *
002100*              instead of the account's BNKTXN history.  The    *
002200*              counter is broken down by posting PID, sub-      *
002300*              type, direction (the amount's sign), category    *
002400*              and channel: K card, B keyed by staff for the    *
002500*              holder, S interest and ledger postings, O the    *
002600*              customer's own.  A row with no account counts    *
002700*              nowhere.  A counter that cannot be written is an *
002800*              error for the caller, like the posting journal,  *
002900*              so a posting never goes uncounted; DACTC02P      *
003000*              checks the counters against BNKTXN nightly.      *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DACTC01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-ABS-AMOUNT                     PIC S9(7)V99 COMP-3.

      *    The BNKTXN row image as DBANK06P built it.
           COPY CBANKSTXX.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAK
           END-EXEC.

           COPY CBANKSAKX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CACTC01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference ACTC01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN ACTC01I-POST
                   PERFORM P100-POST-ROW THRU POST-ROW-EXIT
               WHEN OTHER
                   MOVE 'Invalid activity counter function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Add one row to its counter - the day's row for that kind of
      * posting is bumped, or started when it is the first.  Two
      * postings racing to start the same row: the loser bumps the
      * one the winner started.
      *=================================================================
       P100-POST-ROW.
           IF ACTC01I-ACCNO-NULL < ZERO
               GO TO POST-ROW-EXIT
           END-IF.

           MOVE ACTC01I-ROW TO DCLTXN.

           IF DCL-BTX-ACCNO = SPACES
               GO TO POST-ROW-EXIT
           END-IF.

           PERFORM P200-BUILD-KEY.

           PERFORM P300-BUMP-COUNTER.

           IF SQLCODE = +100
               PERFORM P310-START-COUNTER
               IF SQLCODE = -803
                   PERFORM P300-BUMP-COUNTER
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

       POST-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The counter a row belongs to.  DACTC02P derives the same key
      * from BNKTXN in SQL - the two must stay in step.
      *-----------------------------------------------------------------
       P200-BUILD-KEY.
           MOVE DCL-BTX-ACCNO           TO DCL-ACT-ACCNO.
           MOVE DCL-BTX-TIMESTAMP(1:10) TO DCL-ACT-DAY.
           MOVE DCL-BTX-PID             TO DCL-ACT-PID.
           MOVE DCL-BTX-SUB-TYPE        TO DCL-ACT-SUB-TYPE.
           MOVE DCL-BTX-CATEGORY        TO DCL-ACT-CATEGORY.

           IF DCL-BTX-AMOUNT < ZERO
               SET DCL-ACT-DEBIT        TO TRUE
               COMPUTE WS-ABS-AMOUNT = DCL-BTX-AMOUNT * -1
           ELSE
               SET DCL-ACT-CREDIT       TO TRUE
               MOVE DCL-BTX-AMOUNT      TO WS-ABS-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN DCL-BTX-TYPE = '5'
                   SET DCL-ACT-CARD     TO TRUE
               WHEN DCL-BTX-USERID NOT = SPACES
                   SET DCL-ACT-BRANCH   TO TRUE
               WHEN DCL-BTX-TYPE = '3' OR DCL-BTX-TYPE = '4'
                   SET DCL-ACT-SYSTEM   TO TRUE
               WHEN OTHER
                   SET DCL-ACT-ONLINE   TO TRUE
           END-EVALUATE.

           MOVE DCL-BTX-AMOUNT          TO DCL-ACT-TOTAL.
           MOVE WS-ABS-AMOUNT           TO DCL-ACT-MAX-AMOUNT.

       P300-BUMP-COUNTER.
           EXEC SQL
                UPDATE BNKACTC
                   SET ACT_COUNT      = ACT_COUNT + 1,
                       ACT_TOTAL      = ACT_TOTAL + :DCL-ACT-TOTAL,
                       ACT_MAX_AMOUNT =
                           CASE WHEN ACT_MAX_AMOUNT <
                                     :DCL-ACT-MAX-AMOUNT
                                THEN :DCL-ACT-MAX-AMOUNT
                                ELSE ACT_MAX_AMOUNT
                           END,
                       ACT_UPDATED    = CURRENT TIMESTAMP
                 WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                   AND ACT_DAY       = :DCL-ACT-DAY
                   AND ACT_PID       = :DCL-ACT-PID
                   AND ACT_SUB_TYPE  = :DCL-ACT-SUB-TYPE
                   AND ACT_DIRECTION = :DCL-ACT-DIRECTION
                   AND ACT_CATEGORY  = :DCL-ACT-CATEGORY
                   AND ACT_CHANNEL   = :DCL-ACT-CHANNEL
           END-EXEC.

      *-----------------------------------------------------------------
      * A new counter is born checked, so a nightly check running at
      * the same time never takes it for one BNKTXN cannot account
      * for.
      *-----------------------------------------------------------------
       P310-START-COUNTER.
           MOVE 1   TO DCL-ACT-COUNT.
           MOVE 'Y' TO DCL-ACT-CHECKED.

           EXEC SQL
                INSERT INTO BNKACTC (
                  ACT_ACCNO,
                  ACT_DAY,
                  ACT_PID,
                  ACT_SUB_TYPE,
                  ACT_DIRECTION,
                  ACT_CATEGORY,
                  ACT_CHANNEL,
                  ACT_COUNT,
                  ACT_TOTAL,
                  ACT_MAX_AMOUNT,
                  ACT_CHECKED,
                  ACT_UPDATED
                ) VALUES (
                  :DCL-ACT-ACCNO,
                  :DCL-ACT-DAY,
                  :DCL-ACT-PID,
                  :DCL-ACT-SUB-TYPE,
                  :DCL-ACT-DIRECTION,
                  :DCL-ACT-CATEGORY,
                  :DCL-ACT-CHANNEL,
                  :DCL-ACT-COUNT,
                  :DCL-ACT-TOTAL,
                  :DCL-ACT-MAX-AMOUNT,
                  :DCL-ACT-CHECKED,
                  CURRENT TIMESTAMP)
           END-EXEC.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Activity counter failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
