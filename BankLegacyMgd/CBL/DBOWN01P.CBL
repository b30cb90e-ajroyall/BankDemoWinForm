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
001300* Program:     DBOWN01P.CBL                                    *
001400* Function:    Beneficial-ownership register behind the B118    *
001500*              screen - who owns or controls a business         *
001600*              customer.  'D' records the business's ownership  *
001700*              declaration on BNKBOWD with its relationship     *
001800*              officer and sets re-certification twelve months  *
001900*              on; a repeat 'D' is the re-certification.  'A'   *
002000*              adds an owner to BNKBOWN, 'U' changes one, 'R'   *
002100*              removes one (the row is kept, marked removed).   *
002200*              Every add and change screens the owner's name    *
002300*              through DBANK86P's watchlist matching (source    *
002400*              'B') - a match is recorded on the owner as held  *
002500*              and queued for compliance, the owner is still    *
002600*              registered.  'L' lists a business's owners with  *
002700*              its declaration; 'Q' is the re-certification     *
002800*              queue - declarations due within the month or     *
002900*              overdue, one officer's or everyone's.  'S'       *
003000*              re-screens every active owner and is asked for   *
003100*              by DBANK85P after each watchlist reload.         *
003200*              Changes are audited to BNKMADT through DBANK74P. *
003300*              DRISK01P weighs unverified and held owners into  *
003400*              the business's AML score.                        *
003500*              SQL version                                      *
003600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBOWN01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-SCREEN-ERRMSG                  PIC X(65).
           05  WS-SCREEN-GOODMSG                 PIC X(65).
           05  WS-SEQ-DSP                        PIC ZZ9.
           05  WS-PCT-DSP                        PIC ZZ9.99.
           05  WS-EXISTS-SW                      PIC X(1).
               88  WS-ROW-EXISTS                 VALUE 'Y'.
           05  WS-CONTROL-CHECK                  PIC X(1).
               88  WS-CONTROL-VALID              VALUES 'S' 'V' 'B'
                                                        'O'.
           05  WS-VERIFIED-CHECK                 PIC X(1).
               88  WS-VERIFIED-VALID             VALUES 'U' 'V'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * How long a declaration stands, and how far ahead the queue
      * starts reminding the officer.
      *-----------------------------------------------------------------
           05  WS-RECERT-MONTHS                  PIC S9(3) COMP-3
                                                  VALUE 12.
           05  WS-REMIND-DAYS                    PIC S9(3) COMP-3
                                                  VALUE 30.

      *-----------------------------------------------------------------
      * 'S' - every active owner, loaded before any is screened:
      * DBANK86P commits when it queues a fresh hit.
      *-----------------------------------------------------------------
       01  WS-SCREEN-AREA.
           05  WS-SCR-COUNT                      PIC S9(4) COMP.
           05  WS-SCR-ENTRY OCCURS 500 TIMES.
               10  WS-SCR-PID                    PIC X(5).
               10  WS-SCR-SEQ                    PIC S9(3) COMP-3.
               10  WS-SCR-NAME                   PIC X(40).

           COPY CBANKVC74.
           COPY CBANKVC86.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSBWX.
           COPY CBANKSBOX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CUST-COUNT                         PIC S9(4) COMP.
       01  WS-RECERT-MTHS                        PIC S9(3) COMP-3.
       01  WS-REMIND-DYS                         PIC S9(3) COMP-3.
       01  WS-SHARE-TOTAL                        PIC S9(5)V99 COMP-3.
       01  WS-CUST-NAME                          PIC X(25).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CBOWN01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference BOWN01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           PERFORM P050-BUILD-TODAY.

           IF BOWN01I-PID = SPACES AND
              NOT BOWN01I-QUEUE AND NOT BOWN01I-RESCREEN
               MOVE 'Please enter the business customer'
                 TO BANK-ERRMSG
               GOBACK
           END-IF.

           MOVE BOWN01I-PID TO DCL-BOD-PID DCL-BOW-PID.

           EVALUATE TRUE
               WHEN BOWN01I-DECLARE
                   PERFORM P100-DECLARE THRU DECLARE-EXIT
               WHEN BOWN01I-ADD
                   PERFORM P200-ADD-OWNER THRU ADD-OWNER-EXIT
               WHEN BOWN01I-UPDATE
                   PERFORM P300-UPDATE-OWNER THRU UPDATE-OWNER-EXIT
               WHEN BOWN01I-REMOVE
                   PERFORM P350-REMOVE-OWNER THRU REMOVE-OWNER-EXIT
               WHEN BOWN01I-LIST
                   PERFORM P400-LIST-OWNERS
               WHEN BOWN01I-QUEUE
                   PERFORM P450-RECERT-QUEUE
               WHEN BOWN01I-RESCREEN
                   PERFORM P500-RESCREEN-ALL
               WHEN OTHER
                   MOVE 'Invalid beneficial ownership function'
                     TO BANK-ERRMSG
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
      * The ownership declaration - new, or re-certified.  The
      * officer defaults to whoever records it.
      *=================================================================
       P100-DECLARE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUST-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BOD-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-EXIT
           END-IF.

           IF WS-CUST-COUNT = ZERO
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO DECLARE-EXIT
           END-IF.

           MOVE BOWN01I-OFFICER TO DCL-BOD-OFFICER.
           IF DCL-BOD-OFFICER = SPACES
               MOVE BOWN01I-USERID TO DCL-BOD-OFFICER
           END-IF.
           MOVE BOWN01I-USERID   TO DCL-BOD-UPDATED-BY.
           MOVE WS-TODAY-DATE    TO DCL-BOD-DECLARED-DTE.
           MOVE WS-RECERT-MONTHS TO WS-RECERT-MTHS.

           PERFORM P750-READ-DECLARATION.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           IF WS-ROW-EXISTS
               STRING 'OFFICER=' DELIMITED BY SIZE
                      BOWN01O-OFFICER DELIMITED BY SIZE
                      ' DECLARED=' DELIMITED BY SIZE
                      BOWN01O-DECLARED-DTE DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               MOVE 'C' TO CD74I-ACTION
               EXEC SQL
                    UPDATE BNKBOWD
                       SET BOD_OFFICER      = :DCL-BOD-OFFICER,
                           BOD_DECLARED_DTE = :DCL-BOD-DECLARED-DTE,
                           BOD_RECERT_DTE   =
                               CHAR(DATE(:DCL-BOD-DECLARED-DTE)
                                    + :WS-RECERT-MTHS MONTHS),
                           BOD_UPDATED_BY   = :DCL-BOD-UPDATED-BY,
                           BOD_UPDATED_TS   = CURRENT TIMESTAMP
                     WHERE BOD_PID = :DCL-BOD-PID
               END-EXEC
           ELSE
               MOVE 'A' TO CD74I-ACTION
               EXEC SQL
                    INSERT INTO BNKBOWD (
                      BOD_PID,
                      BOD_OFFICER,
                      BOD_DECLARED_DTE,
                      BOD_RECERT_DTE,
                      BOD_UPDATED_BY,
                      BOD_UPDATED_TS
                    ) VALUES (
                      :DCL-BOD-PID,
                      :DCL-BOD-OFFICER,
                      :DCL-BOD-DECLARED-DTE,
                      CHAR(DATE(:DCL-BOD-DECLARED-DTE)
                           + :WS-RECERT-MTHS MONTHS),
                      :DCL-BOD-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-EXIT
           END-IF.

           PERFORM P750-READ-DECLARATION.
           IF BANK-ERRMSG NOT = SPACES
               GO TO DECLARE-EXIT
           END-IF.

           MOVE 'BNKBOWD ' TO CD74I-TABLE.
           MOVE DCL-BOD-PID TO CD74I-KEY.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'OFFICER=' DELIMITED BY SIZE
                  BOWN01O-OFFICER DELIMITED BY SIZE
                  ' DECLARED=' DELIMITED BY SIZE
                  BOWN01O-DECLARED-DTE DELIMITED BY SIZE
                  ' RECERTIFY BY=' DELIMITED BY SIZE
                  BOWN01O-RECERT-DTE DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               STRING 'Ownership declared - re-certify by '
                        DELIMITED BY SIZE
                      BOWN01O-RECERT-DTE DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       DECLARE-EXIT.
           EXIT.

      *=================================================================
      * A new owner - validated, screened, then registered under the
      * next number for the business.
      *=================================================================
       P200-ADD-OWNER.
           PERFORM P750-READ-DECLARATION.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-OWNER-EXIT
           END-IF.

           IF NOT WS-ROW-EXISTS
               MOVE 'Record the ownership declaration first'
                 TO BANK-ERRMSG
               GO TO ADD-OWNER-EXIT
           END-IF.

           MOVE ZERO TO DCL-BOW-SEQ.
           PERFORM P700-VALIDATE-OWNER THRU VALIDATE-OWNER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-OWNER-EXIT
           END-IF.

           PERFORM P550-SCREEN-OWNER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-OWNER-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(BOW_SEQ), 0) + 1
                  INTO :DCL-BOW-SEQ
                  FROM BNKBOWN
                 WHERE BOW_PID = :DCL-BOW-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-OWNER-EXIT
           END-IF.

           SET DCL-BOW-ACTIVE TO TRUE.
           MOVE BOWN01I-USERID TO DCL-BOW-UPDATED-BY.

           EXEC SQL
                INSERT INTO BNKBOWN (
                  BOW_PID,
                  BOW_SEQ,
                  BOW_NAME,
                  BOW_DOB,
                  BOW_ADDR1,
                  BOW_ADDR2,
                  BOW_COUNTRY,
                  BOW_POST_CODE,
                  BOW_PCT,
                  BOW_CONTROL,
                  BOW_VERIFIED,
                  BOW_SCREEN,
                  BOW_SCREENED_DTE,
                  BOW_STATUS,
                  BOW_UPDATED_BY,
                  BOW_UPDATED_TS
                ) VALUES (
                  :DCL-BOW-PID,
                  :DCL-BOW-SEQ,
                  :DCL-BOW-NAME,
                  :DCL-BOW-DOB,
                  :DCL-BOW-ADDR1,
                  :DCL-BOW-ADDR2,
                  :DCL-BOW-COUNTRY,
                  :DCL-BOW-POST-CODE,
                  :DCL-BOW-PCT,
                  :DCL-BOW-CONTROL,
                  :DCL-BOW-VERIFIED,
                  :DCL-BOW-SCREEN,
                  :DCL-BOW-SCREENED-DTE,
                  :DCL-BOW-STATUS,
                  :DCL-BOW-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-OWNER-EXIT
           END-IF.

           MOVE 'A' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-OWNER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-BOW-SEQ TO WS-SEQ-DSP
               IF DCL-BOW-SCREEN-HELD
                   STRING 'Owner ' DELIMITED BY SIZE
                          WS-SEQ-DSP DELIMITED BY SIZE
                          ' added - HELD, watchlist match queued'
                            DELIMITED BY SIZE
                     INTO GOOD-ERRMSG
               ELSE
                   STRING 'Owner ' DELIMITED BY SIZE
                          WS-SEQ-DSP DELIMITED BY SIZE
                          ' added - watchlist clear'
                            DELIMITED BY SIZE
                     INTO GOOD-ERRMSG
               END-IF
           END-IF.

       ADD-OWNER-EXIT.
           EXIT.

      *=================================================================
      * Change an active owner - re-screened, since the name or the
      * details the match turns on may be what changed.
      *=================================================================
       P300-UPDATE-OWNER.
           MOVE BOWN01I-SEQ TO DCL-BOW-SEQ.
           PERFORM P760-READ-OWNER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-OWNER-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-OWNER-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           PERFORM P700-VALIDATE-OWNER THRU VALIDATE-OWNER-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-OWNER-EXIT
           END-IF.

           PERFORM P550-SCREEN-OWNER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-OWNER-EXIT
           END-IF.

           MOVE BOWN01I-USERID TO DCL-BOW-UPDATED-BY.

           EXEC SQL
                UPDATE BNKBOWN
                   SET BOW_NAME         = :DCL-BOW-NAME,
                       BOW_DOB          = :DCL-BOW-DOB,
                       BOW_ADDR1        = :DCL-BOW-ADDR1,
                       BOW_ADDR2        = :DCL-BOW-ADDR2,
                       BOW_COUNTRY      = :DCL-BOW-COUNTRY,
                       BOW_POST_CODE    = :DCL-BOW-POST-CODE,
                       BOW_PCT          = :DCL-BOW-PCT,
                       BOW_CONTROL      = :DCL-BOW-CONTROL,
                       BOW_VERIFIED     = :DCL-BOW-VERIFIED,
                       BOW_SCREEN       = :DCL-BOW-SCREEN,
                       BOW_SCREENED_DTE = :DCL-BOW-SCREENED-DTE,
                       BOW_UPDATED_BY   = :DCL-BOW-UPDATED-BY,
                       BOW_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE BOW_PID = :DCL-BOW-PID
                   AND BOW_SEQ = :DCL-BOW-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-OWNER-EXIT
           END-IF.

           MOVE 'C' TO CD74I-ACTION.
           PERFORM P610-OWNER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               IF DCL-BOW-SCREEN-HELD
                   MOVE 'Owner updated - HELD, watchlist match queued'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Owner updated - watchlist clear'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       UPDATE-OWNER-EXIT.
           EXIT.

      *=================================================================
      * Remove an owner - kept on file, marked removed.
      *=================================================================
       P350-REMOVE-OWNER.
           MOVE BOWN01I-SEQ TO DCL-BOW-SEQ.
           PERFORM P760-READ-OWNER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-OWNER-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-OWNER-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           MOVE BOWN01I-USERID TO DCL-BOW-UPDATED-BY.

           EXEC SQL
                UPDATE BNKBOWN
                   SET BOW_STATUS     = 'R',
                       BOW_UPDATED_BY = :DCL-BOW-UPDATED-BY,
                       BOW_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE BOW_PID    = :DCL-BOW-PID
                   AND BOW_SEQ    = :DCL-BOW-SEQ
                   AND BOW_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-OWNER-EXIT
           END-IF.

           MOVE 'D' TO CD74I-ACTION.
           MOVE 'STATUS=R' TO CD74I-AFTER.
           PERFORM P620-OWNER-KEY.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Owner removed from the register' TO GOOD-ERRMSG
           END-IF.

       REMOVE-OWNER-EXIT.
           EXIT.

      *=================================================================
      * The business's declaration and owners - active first.
      *=================================================================
       P400-LIST-OWNERS.
           MOVE ZERO TO BOWN01O-OWNER-COUNT.

           PERFORM P750-READ-DECLARATION.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    DECLARE BOW_CSR CURSOR FOR
                    SELECT BOW_SEQ, BOW_NAME, BOW_DOB, BOW_ADDR1,
                           BOW_ADDR2, BOW_COUNTRY, BOW_POST_CODE,
                           BOW_PCT, BOW_CONTROL, BOW_VERIFIED,
                           BOW_SCREEN, BOW_STATUS
                    FROM BNKBOWN
                    WHERE BOW_PID = :DCL-BOW-PID
                    ORDER BY BOW_STATUS, BOW_SEQ
                    FOR FETCH ONLY
               END-EXEC
               EXEC SQL
                    OPEN BOW_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P410-FETCH-OWNER
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR BOWN01O-OWNER-COUNT IS NOT LESS THAN 20
               EXEC SQL
                    CLOSE BOW_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               IF NOT WS-ROW-EXISTS
                   MOVE 'No ownership declaration on file'
                     TO GOOD-ERRMSG
               ELSE
                   IF BOWN01O-RECERT-DTE < WS-TODAY-DATE
                       STRING 'Declaration OUT OF DATE - was due '
                                DELIMITED BY SIZE
                              BOWN01O-RECERT-DTE DELIMITED BY SIZE
                         INTO GOOD-ERRMSG
                   ELSE
                       MOVE 'Beneficial owners listed' TO GOOD-ERRMSG
                   END-IF
               END-IF
           END-IF.

       P410-FETCH-OWNER.
           EXEC SQL
                FETCH BOW_CSR
                INTO :DCL-BOW-SEQ, :DCL-BOW-NAME, :DCL-BOW-DOB,
                     :DCL-BOW-ADDR1, :DCL-BOW-ADDR2,
                     :DCL-BOW-COUNTRY, :DCL-BOW-POST-CODE,
                     :DCL-BOW-PCT, :DCL-BOW-CONTROL,
                     :DCL-BOW-VERIFIED, :DCL-BOW-SCREEN,
                     :DCL-BOW-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO BOWN01O-OWNER-COUNT
               MOVE BOWN01O-OWNER-COUNT TO WS-SUB
               MOVE DCL-BOW-SEQ       TO BOWN01O-O-SEQ(WS-SUB)
               MOVE DCL-BOW-NAME      TO BOWN01O-O-NAME(WS-SUB)
               MOVE DCL-BOW-DOB       TO BOWN01O-O-DOB(WS-SUB)
               MOVE DCL-BOW-ADDR1     TO BOWN01O-O-ADDR1(WS-SUB)
               MOVE DCL-BOW-ADDR2     TO BOWN01O-O-ADDR2(WS-SUB)
               MOVE DCL-BOW-COUNTRY   TO BOWN01O-O-COUNTRY(WS-SUB)
               MOVE DCL-BOW-POST-CODE TO BOWN01O-O-POST-CODE(WS-SUB)
               MOVE DCL-BOW-PCT       TO BOWN01O-O-PCT(WS-SUB)
               MOVE DCL-BOW-CONTROL   TO BOWN01O-O-CONTROL(WS-SUB)
               MOVE DCL-BOW-VERIFIED  TO BOWN01O-O-VERIFIED(WS-SUB)
               MOVE DCL-BOW-SCREEN    TO BOWN01O-O-SCREEN(WS-SUB)
               MOVE DCL-BOW-STATUS    TO BOWN01O-O-STATUS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Declarations due for re-certification within the reminder
      * window, or already overdue - the officer's own when an
      * officer is given, oldest first.
      *=================================================================
       P450-RECERT-QUEUE.
           MOVE ZERO TO BOWN01O-DUE-COUNT.
           MOVE WS-REMIND-DAYS  TO WS-REMIND-DYS.
           MOVE BOWN01I-OFFICER TO DCL-BOD-OFFICER.

           EXEC SQL
                DECLARE BOD_CSR CURSOR FOR
                SELECT BOD_PID, BCS_NAME, BOD_OFFICER,
                       BOD_DECLARED_DTE, BOD_RECERT_DTE
                FROM BNKBOWD, BNKCUST
                WHERE BCS_PID = BOD_PID
                  AND BOD_RECERT_DTE <=
                      CHAR(DATE(:WS-TODAY-DATE) + :WS-REMIND-DYS DAYS)
                  AND (BOD_OFFICER = :DCL-BOD-OFFICER
                       OR :DCL-BOD-OFFICER = ' ')
                ORDER BY BOD_RECERT_DTE, BOD_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BOD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P460-FETCH-DUE
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR BOWN01O-DUE-COUNT IS NOT LESS THAN 20
               EXEC SQL
                    CLOSE BOD_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Declarations due for re-certification listed'
                 TO GOOD-ERRMSG
           END-IF.

       P460-FETCH-DUE.
           EXEC SQL
                FETCH BOD_CSR
                INTO :DCL-BOD-PID, :WS-CUST-NAME, :DCL-BOD-OFFICER,
                     :DCL-BOD-DECLARED-DTE, :DCL-BOD-RECERT-DTE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO BOWN01O-DUE-COUNT
               MOVE BOWN01O-DUE-COUNT TO WS-SUB
               MOVE DCL-BOD-PID          TO BOWN01O-D-PID(WS-SUB)
               MOVE WS-CUST-NAME         TO BOWN01O-D-NAME(WS-SUB)
               MOVE DCL-BOD-OFFICER      TO BOWN01O-D-OFFICER(WS-SUB)
               MOVE DCL-BOD-DECLARED-DTE TO BOWN01O-D-DECLARED(WS-SUB)
               MOVE DCL-BOD-RECERT-DTE   TO BOWN01O-D-RECERT(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Re-screen every active owner against the list as it now
      * stands - the caller commits.
      *=================================================================
       P500-RESCREEN-ALL.
           MOVE ZERO TO WS-SCR-COUNT BOWN01O-SCREENED BOWN01O-HELD.

           EXEC SQL
                DECLARE BOS_CSR CURSOR FOR
                SELECT BOW_PID, BOW_SEQ, BOW_NAME
                FROM BNKBOWN
                WHERE BOW_STATUS = 'A'
                ORDER BY BOW_PID, BOW_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BOS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P510-LOAD-OWNER
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR WS-SCR-COUNT IS NOT LESS THAN 500
               EXEC SQL
                    CLOSE BOS_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P520-RESCREEN-ONE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SCR-COUNT
                      OR BANK-ERRMSG NOT = SPACES
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Beneficial owners re-screened' TO GOOD-ERRMSG
           END-IF.

       P510-LOAD-OWNER.
           EXEC SQL
                FETCH BOS_CSR
                INTO :DCL-BOW-PID, :DCL-BOW-SEQ, :DCL-BOW-NAME
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-SCR-COUNT
               MOVE DCL-BOW-PID  TO WS-SCR-PID(WS-SCR-COUNT)
               MOVE DCL-BOW-SEQ  TO WS-SCR-SEQ(WS-SCR-COUNT)
               MOVE DCL-BOW-NAME TO WS-SCR-NAME(WS-SCR-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P520-RESCREEN-ONE.
           MOVE WS-SCR-PID(WS-SUB)  TO DCL-BOW-PID.
           MOVE WS-SCR-SEQ(WS-SUB)  TO DCL-BOW-SEQ.
           MOVE WS-SCR-NAME(WS-SUB) TO DCL-BOW-NAME.

           PERFORM P550-SCREEN-OWNER.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    UPDATE BNKBOWN
                       SET BOW_SCREEN       = :DCL-BOW-SCREEN,
                           BOW_SCREENED_DTE = :DCL-BOW-SCREENED-DTE
                     WHERE BOW_PID = :DCL-BOW-PID
                       AND BOW_SEQ = :DCL-BOW-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD 1 TO BOWN01O-SCREENED
               IF DCL-BOW-SCREEN-HELD
                   ADD 1 TO BOWN01O-HELD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One owner's name through the watchlist.  A block is not an
      * error here - the owner is marked held and DBANK86P has
      * queued (or already holds) the hit for compliance.
      *-----------------------------------------------------------------
       P550-SCREEN-OWNER.
           MOVE SPACES TO CD86-DATA WS-SCREEN-ERRMSG WS-SCREEN-GOODMSG.
           SET CD86I-SCREEN  TO TRUE.
           MOVE DCL-BOW-NAME TO CD86I-NAME.
           MOVE 'B'          TO CD86I-SOURCE.
           MOVE DCL-BOW-PID  TO CD86I-PID.

           CALL 'DBANK86P' USING BY REFERENCE CD86-DATA
                                 BY REFERENCE WS-SCREEN-ERRMSG
                                 BY REFERENCE WS-SCREEN-GOODMSG.

           MOVE WS-TODAY-DATE TO DCL-BOW-SCREENED-DTE.
           IF CD86O-BLOCKED
               SET DCL-BOW-SCREEN-HELD TO TRUE
           ELSE
               IF WS-SCREEN-ERRMSG NOT = SPACES
                   MOVE WS-SCREEN-ERRMSG TO BANK-ERRMSG
               ELSE
                   SET DCL-BOW-SCREEN-CLEAR TO TRUE
               END-IF
           END-IF.

      *=================================================================
      * The audit row - the caller has set the action and images.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE BOWN01I-USERID TO CD74I-USERID.
           MOVE 'DBOWN01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-OWNER-IMAGE.
           MOVE DCL-BOW-PCT TO WS-PCT-DSP.
           MOVE SPACES TO CD74I-AFTER.
           STRING DCL-BOW-NAME     DELIMITED BY SIZE
                  ' PCT='          DELIMITED BY SIZE
                  WS-PCT-DSP       DELIMITED BY SIZE
                  ' CTL='          DELIMITED BY SIZE
                  DCL-BOW-CONTROL  DELIMITED BY SIZE
                  ' VER='          DELIMITED BY SIZE
                  DCL-BOW-VERIFIED DELIMITED BY SIZE
                  ' SCR='          DELIMITED BY SIZE
                  DCL-BOW-SCREEN   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P620-OWNER-KEY.

       P620-OWNER-KEY.
           MOVE 'BNKBOWN ' TO CD74I-TABLE.
           MOVE DCL-BOW-SEQ TO WS-SEQ-DSP.
           MOVE SPACES TO CD74I-KEY.
           STRING DCL-BOW-PID DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SEQ-DSP  DELIMITED BY SIZE
             INTO CD74I-KEY.

      *-----------------------------------------------------------------
      * The owner's details and codes.  Shareholdings across the
      * business's active owners (this one's old row aside) cannot
      * pass 100 per cent.
      *-----------------------------------------------------------------
       P700-VALIDATE-OWNER.
           IF BOWN01I-NAME = SPACES
               MOVE 'Please enter the owner''s name' TO BANK-ERRMSG
               GO TO VALIDATE-OWNER-EXIT
           END-IF.

           MOVE BOWN01I-CONTROL TO WS-CONTROL-CHECK.
           IF NOT WS-CONTROL-VALID
               MOVE 'Control must be S, V, B or O' TO BANK-ERRMSG
               GO TO VALIDATE-OWNER-EXIT
           END-IF.

           MOVE BOWN01I-VERIFIED TO WS-VERIFIED-CHECK.
           IF NOT WS-VERIFIED-VALID
               MOVE 'Verification must be U or V' TO BANK-ERRMSG
               GO TO VALIDATE-OWNER-EXIT
           END-IF.

           IF BOWN01I-PCT < ZERO OR BOWN01I-PCT > 100
               MOVE 'Ownership must be 0 to 100 per cent'
                 TO BANK-ERRMSG
               GO TO VALIDATE-OWNER-EXIT
           END-IF.

           IF BOWN01I-DOB NOT = SPACES AND
              BOWN01I-DOB NOT < WS-TODAY-DATE
               MOVE 'Date of birth must be in the past'
                 TO BANK-ERRMSG
               GO TO VALIDATE-OWNER-EXIT
           END-IF.

           IF BOWN01I-CONTROL = 'S'
               EXEC SQL
                    SELECT COALESCE(SUM(BOW_PCT), 0)
                      INTO :WS-SHARE-TOTAL
                      FROM BNKBOWN
                     WHERE BOW_PID     = :DCL-BOW-PID
                       AND BOW_STATUS  = 'A'
                       AND BOW_CONTROL = 'S'
                       AND BOW_SEQ    <> :DCL-BOW-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF BANK-ERRMSG NOT = SPACES
                   GO TO VALIDATE-OWNER-EXIT
               END-IF
               IF WS-SHARE-TOTAL + BOWN01I-PCT > 100
                   MOVE 'Shareholdings would exceed 100 per cent'
                     TO BANK-ERRMSG
                   GO TO VALIDATE-OWNER-EXIT
               END-IF
           END-IF.

           MOVE BOWN01I-NAME      TO DCL-BOW-NAME.
           MOVE BOWN01I-DOB       TO DCL-BOW-DOB.
           MOVE BOWN01I-ADDR1     TO DCL-BOW-ADDR1.
           MOVE BOWN01I-ADDR2     TO DCL-BOW-ADDR2.
           MOVE BOWN01I-COUNTRY   TO DCL-BOW-COUNTRY.
           MOVE BOWN01I-POST-CODE TO DCL-BOW-POST-CODE.
           MOVE BOWN01I-PCT       TO DCL-BOW-PCT.
           MOVE BOWN01I-CONTROL   TO DCL-BOW-CONTROL.
           MOVE BOWN01I-VERIFIED  TO DCL-BOW-VERIFIED.

       VALIDATE-OWNER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The business's declaration, if it has one, to the output.
      *-----------------------------------------------------------------
       P750-READ-DECLARATION.
           MOVE 'N' TO WS-EXISTS-SW.
           MOVE SPACES TO BOWN01O-OFFICER BOWN01O-DECLARED-DTE
                          BOWN01O-RECERT-DTE.

           EXEC SQL
                SELECT BOD_OFFICER, BOD_DECLARED_DTE, BOD_RECERT_DTE
                  INTO :DCL-BOD-OFFICER, :DCL-BOD-DECLARED-DTE,
                       :DCL-BOD-RECERT-DTE
                  FROM BNKBOWD
                 WHERE BOD_PID = :DCL-BOD-PID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-EXISTS-SW
               MOVE DCL-BOD-OFFICER      TO BOWN01O-OFFICER
               MOVE DCL-BOD-DECLARED-DTE TO BOWN01O-DECLARED-DTE
               MOVE DCL-BOD-RECERT-DTE   TO BOWN01O-RECERT-DTE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The picked owner - it must be on the register and active.
      *-----------------------------------------------------------------
       P760-READ-OWNER.
           IF BOWN01I-SEQ = ZERO
               MOVE 'Please select an owner first' TO BANK-ERRMSG
           ELSE
               EXEC SQL
                    SELECT BOW_NAME, BOW_PCT, BOW_CONTROL,
                           BOW_VERIFIED, BOW_SCREEN, BOW_STATUS
                      INTO :DCL-BOW-NAME, :DCL-BOW-PCT,
                           :DCL-BOW-CONTROL, :DCL-BOW-VERIFIED,
                           :DCL-BOW-SCREEN, :DCL-BOW-STATUS
                      FROM BNKBOWN
                     WHERE BOW_PID = :DCL-BOW-PID
                       AND BOW_SEQ = :DCL-BOW-SEQ
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Owner not on the register' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
                   IF BANK-ERRMSG = SPACES AND DCL-BOW-REMOVED
                       MOVE 'That owner has been removed'
                         TO BANK-ERRMSG
                   END-IF
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Beneficial ownership failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
