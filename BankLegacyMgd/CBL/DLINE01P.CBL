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
001300* Program:     DLINE01P.CBL                                    *
001400* Function:    Revolving line of credit maintenance - the data *
001500*              layer behind B104.  A line is an 'R' type       *
001600*              BNKACC account opened through DBANK14P, drawn   *
001700*              negative through the ordinary transfer path up  *
001800*              to the approved limit its BNKLINE row carries   *
001900*              (DBANK24P and DBANK04P read the limit from      *
002000*              there), and billed monthly by DLINE02P.  'Q'    *
002100*              returns the terms, drawn balance, available     *
002200*              credit, billing position and last twelve        *
002300*              statements; 'O' opens a line, taking the        *
002400*              published BNKPARM defaults for any pricing not  *
002500*              given; 'T' changes limit and pricing - never    *
002600*              below what is already drawn; 'F'/'A' freeze and *
002700*              reactivate draws; 'C' closes a line that owes   *
002800*              nothing.  Every change is audited to BNKMADT    *
002900*              through DBANK74P.  Runs in the caller's unit of *
003000*              work - the caller commits or rolls back.        *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DLINE01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-LINE-FOUND-SW                  PIC X(1).
               88  WS-LINE-FOUND                 VALUE 'Y'.
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-LIMIT-DSP                      PIC Z(6)9.99.
           05  WS-RATE-DSP                       PIC Z9.999.
           05  WS-PCT-DSP                        PIC ZZ9.99.
           05  WS-MIN-DSP                        PIC Z(6)9.99.

           COPY CBANKVC14.
           COPY CBANKVC74.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLN
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSLNX.
           COPY CBANKSLTX.
           COPY CBANKSACX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CLINE01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference LINE01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO LINE01O-ACCNO
                          LINE01O-PID
                          LINE01O-STATUS
                          LINE01O-LAST-STMT
                          LINE01O-NEXT-STMT
                          LINE01O-DUE-DATE.
           MOVE ZERO   TO LINE01O-LIMIT
                          LINE01O-RATE
                          LINE01O-MIN-PCT
                          LINE01O-MIN-AMT
                          LINE01O-DRAWN
                          LINE01O-AVAILABLE
                          LINE01O-ACCRUED
                          LINE01O-MIN-DUE
                          LINE01O-PAST-DUE
                          LINE01O-MISSED-COUNT
                          LINE01O-STMT-COUNT.

           IF LINE01I-ACCNO = SPACES AND NOT LINE01I-OPEN
               MOVE 'Please enter the line of credit account'
                 TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LINE01I-QUERY
                   PERFORM P100-QUERY-LINE THRU
                           QUERY-LINE-EXIT
               WHEN LINE01I-OPEN
                   PERFORM P200-OPEN-LINE THRU
                           OPEN-LINE-EXIT
               WHEN LINE01I-TERMS
                   PERFORM P300-CHANGE-TERMS THRU
                           CHANGE-TERMS-EXIT
               WHEN LINE01I-FREEZE
                   PERFORM P400-CHANGE-STATUS THRU
                           CHANGE-STATUS-EXIT
               WHEN LINE01I-REACTIVATE
                   PERFORM P400-CHANGE-STATUS THRU
                           CHANGE-STATUS-EXIT
               WHEN LINE01I-CLOSE
                   PERFORM P400-CHANGE-STATUS THRU
                           CHANGE-STATUS-EXIT
               WHEN OTHER
                   MOVE 'Invalid line of credit function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The line, its balance and its statements, newest first and
      * capped at the screen's twelve lines.
      *=================================================================
       P100-QUERY-LINE.
           PERFORM P110-READ-LINE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-LINE-EXIT
           END-IF.

           IF NOT WS-LINE-FOUND
               MOVE 'No line of credit is held on this account'
                 TO BANK-ERRMSG
               GO TO QUERY-LINE-EXIT
           END-IF.

           MOVE LINE01I-ACCNO TO DCL-LST-ACCNO.

           EXEC SQL
                DECLARE LST_CSR CURSOR FOR
                SELECT LST_STMT_DTE, LST_OPEN_BAL, LST_DRAWS,
                       LST_PAYMENTS, LST_INTEREST, LST_CLOSE_BAL,
                       LST_MIN_DUE, LST_DUE_DATE
                FROM BNKLSTM
                WHERE LST_ACCNO = :DCL-LST-ACCNO
                ORDER BY LST_STMT_DTE DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN LST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-STATEMENT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR LINE01O-STMT-COUNT IS NOT LESS THAN 12.

           EXEC SQL
                CLOSE LST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Line of credit listed' TO GOOD-ERRMSG
           END-IF.

       QUERY-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The BNKLINE row and the account balance behind it.  A line
      * is drawn while its account is negative; what is left to draw
      * is the limit less that, never below zero (and nothing at all
      * unless the line is active).
      *-----------------------------------------------------------------
       P110-READ-LINE.
           MOVE 'N'           TO WS-LINE-FOUND-SW.
           MOVE LINE01I-ACCNO TO DCL-LIN-ACCNO.

           EXEC SQL
                SELECT L.LIN_PID, L.LIN_LIMIT, L.LIN_RATE,
                       L.LIN_MIN_PCT, L.LIN_MIN_AMT, L.LIN_STATUS,
                       L.LIN_ACCRUED, L.LIN_LAST_STMT,
                       L.LIN_NEXT_STMT, L.LIN_MIN_DUE,
                       L.LIN_DUE_DATE, L.LIN_PAST_DUE,
                       L.LIN_MISSED_COUNT, A.BAC_BALANCE
                  INTO :DCL-LIN-PID, :DCL-LIN-LIMIT, :DCL-LIN-RATE,
                       :DCL-LIN-MIN-PCT, :DCL-LIN-MIN-AMT,
                       :DCL-LIN-STATUS,
                       :DCL-LIN-ACCRUED, :DCL-LIN-LAST-STMT,
                       :DCL-LIN-NEXT-STMT, :DCL-LIN-MIN-DUE,
                       :DCL-LIN-DUE-DATE, :DCL-LIN-PAST-DUE,
                       :DCL-LIN-MISSED-COUNT, :DCL-BAC-BALANCE
                  FROM BNKLINE L,
                       BNKACC  A
                 WHERE L.LIN_ACCNO = :DCL-LIN-ACCNO
                   AND A.BAC_ACCNO = L.LIN_ACCNO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               GO TO P110-EXIT
           END-IF.

           SET WS-LINE-FOUND TO TRUE.

           MOVE DCL-LIN-ACCNO        TO LINE01O-ACCNO.
           MOVE DCL-LIN-PID          TO LINE01O-PID.
           MOVE DCL-LIN-STATUS       TO LINE01O-STATUS.
           MOVE DCL-LIN-LIMIT        TO LINE01O-LIMIT.
           MOVE DCL-LIN-RATE         TO LINE01O-RATE.
           MOVE DCL-LIN-MIN-PCT      TO LINE01O-MIN-PCT.
           MOVE DCL-LIN-MIN-AMT      TO LINE01O-MIN-AMT.
           MOVE DCL-LIN-ACCRUED      TO LINE01O-ACCRUED.
           MOVE DCL-LIN-LAST-STMT    TO LINE01O-LAST-STMT.
           MOVE DCL-LIN-NEXT-STMT    TO LINE01O-NEXT-STMT.
           MOVE DCL-LIN-MIN-DUE      TO LINE01O-MIN-DUE.
           MOVE DCL-LIN-DUE-DATE     TO LINE01O-DUE-DATE.
           MOVE DCL-LIN-PAST-DUE     TO LINE01O-PAST-DUE.
           MOVE DCL-LIN-MISSED-COUNT TO LINE01O-MISSED-COUNT.

           IF DCL-BAC-BALANCE IS LESS THAN ZERO
               COMPUTE LINE01O-DRAWN = DCL-BAC-BALANCE * -1
           END-IF.

           IF DCL-LIN-ACTIVE
               COMPUTE LINE01O-AVAILABLE =
                   DCL-LIN-LIMIT + DCL-BAC-BALANCE
               IF LINE01O-AVAILABLE IS LESS THAN ZERO
                   MOVE ZERO TO LINE01O-AVAILABLE
               END-IF
           END-IF.

       P110-EXIT.
           EXIT.

       P120-FETCH-STATEMENT.
           EXEC SQL
                FETCH LST_CSR
                INTO :DCL-LST-STMT-DTE,
                     :DCL-LST-OPEN-BAL,
                     :DCL-LST-DRAWS,
                     :DCL-LST-PAYMENTS,
                     :DCL-LST-INTEREST,
                     :DCL-LST-CLOSE-BAL,
                     :DCL-LST-MIN-DUE,
                     :DCL-LST-DUE-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO LINE01O-STMT-COUNT
               MOVE LINE01O-STMT-COUNT TO WS-SUB
               MOVE DCL-LST-STMT-DTE   TO LINE01O-STMT-DTE(WS-SUB)
               MOVE DCL-LST-OPEN-BAL   TO LINE01O-OPEN-BAL(WS-SUB)
               MOVE DCL-LST-DRAWS      TO LINE01O-DRAWS(WS-SUB)
               MOVE DCL-LST-PAYMENTS   TO LINE01O-PAYMENTS(WS-SUB)
               MOVE DCL-LST-INTEREST   TO LINE01O-INTEREST(WS-SUB)
               MOVE DCL-LST-CLOSE-BAL  TO LINE01O-CLOSE-BAL(WS-SUB)
               MOVE DCL-LST-MIN-DUE    TO LINE01O-STMT-MIN-DUE(WS-SUB)
               MOVE DCL-LST-DUE-DATE
                 TO LINE01O-STMT-DUE-DATE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Open a line - the account first, through the same DBANK14P
      * path (type check, sanctions screening, number generation and
      * its own audit row) every other account opens through, then
      * the BNKLINE terms.  The first statement is cut a month out.
      *=================================================================
       P200-OPEN-LINE.
           IF LINE01I-PID = SPACES
               MOVE 'Please enter the customer to open the line for'
                 TO BANK-ERRMSG
               GO TO OPEN-LINE-EXIT
           END-IF.

           IF LINE01I-LIMIT IS NOT GREATER THAN ZERO
               MOVE 'Please enter the approved credit limit'
                 TO BANK-ERRMSG
               GO TO OPEN-LINE-EXIT
           END-IF.

           MOVE LINE01I-LIMIT   TO DCL-LIN-LIMIT.
           MOVE LINE01I-RATE    TO DCL-LIN-RATE.
           MOVE LINE01I-MIN-PCT TO DCL-LIN-MIN-PCT.
           MOVE LINE01I-MIN-AMT TO DCL-LIN-MIN-AMT.

           PERFORM P210-DEFAULT-TERMS.
           PERFORM P250-VALIDATE-TERMS THRU VALIDATE-TERMS-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-LINE-EXIT
           END-IF.

           MOVE SPACES          TO CD14-DATA.
           MOVE LINE01I-PID     TO CD14I-PERSON-PID.
           MOVE 'R'             TO CD14I-ACC-TYPE.
           MOVE LINE01I-USERID  TO CD14I-USERID.
           MOVE ZERO            TO CD14I-TERM-MONTHS.

           CALL 'DBANK14P' USING BY REFERENCE CD14-DATA
                                 BY REFERENCE BANK-ERRMSG.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-LINE-EXIT
           END-IF.

           IF NOT CD14O-OPENED-OK
               MOVE 'Unable to open the line of credit account'
                 TO BANK-ERRMSG
               GO TO OPEN-LINE-EXIT
           END-IF.

           MOVE CD14O-ACCNO    TO DCL-LIN-ACCNO LINE01I-ACCNO.
           MOVE LINE01I-PID    TO DCL-LIN-PID.
           MOVE LINE01I-USERID TO DCL-LIN-UPDATED-BY.
           SET DCL-LIN-ACTIVE  TO TRUE.

           EXEC SQL
                INSERT INTO BNKLINE (
                  LIN_ACCNO,
                  LIN_PID,
                  LIN_LIMIT,
                  LIN_RATE,
                  LIN_MIN_PCT,
                  LIN_MIN_AMT,
                  LIN_STATUS,
                  LIN_NEXT_STMT,
                  LIN_OPENED,
                  LIN_UPDATED_BY,
                  LIN_UPDATED_TS
                ) VALUES (
                  :DCL-LIN-ACCNO,
                  :DCL-LIN-PID,
                  :DCL-LIN-LIMIT,
                  :DCL-LIN-RATE,
                  :DCL-LIN-MIN-PCT,
                  :DCL-LIN-MIN-AMT,
                  :DCL-LIN-STATUS,
                  CHAR(CURRENT DATE + 1 MONTH),
                  CHAR(CURRENT DATE),
                  :DCL-LIN-UPDATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-LINE-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           MOVE 'A'    TO CD74I-ACTION.
           PERFORM P720-TERMS-IMAGE.
           PERFORM P710-LINE-AUDIT.

           IF BANK-ERRMSG = SPACES
               PERFORM P110-READ-LINE
               MOVE 'Line of credit opened' TO GOOD-ERRMSG
           END-IF.

       OPEN-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Pricing not given at opening comes from the bank's published
      * defaults on BNKPARM (maintained on the parameters screen),
      * falling back to these figures until a row is in force.
      *-----------------------------------------------------------------
       P210-DEFAULT-TERMS.
           IF DCL-LIN-RATE IS NOT GREATER THAN ZERO
               MOVE 'LINERATE'    TO PARM01I-NAME
               MOVE 12.00         TO PARM01I-VALUE
               PERFORM P215-GET-PARM
               MOVE PARM01I-VALUE TO DCL-LIN-RATE
           END-IF.

           IF DCL-LIN-MIN-PCT IS NOT GREATER THAN ZERO
               MOVE 'LINEMINPCT'  TO PARM01I-NAME
               MOVE 3.00          TO PARM01I-VALUE
               PERFORM P215-GET-PARM
               MOVE PARM01I-VALUE TO DCL-LIN-MIN-PCT
           END-IF.

           IF DCL-LIN-MIN-AMT IS NOT GREATER THAN ZERO
               MOVE 'LINEMINAMT'  TO PARM01I-NAME
               MOVE 25.00         TO PARM01I-VALUE
               PERFORM P215-GET-PARM
               MOVE PARM01I-VALUE TO DCL-LIN-MIN-AMT
           END-IF.

       P215-GET-PARM.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

       P250-VALIDATE-TERMS.
           IF DCL-LIN-RATE IS NOT GREATER THAN ZERO
               MOVE 'The line needs an interest rate' TO BANK-ERRMSG
               GO TO VALIDATE-TERMS-EXIT
           END-IF.

           IF DCL-LIN-MIN-PCT IS NOT GREATER THAN ZERO OR
              DCL-LIN-MIN-PCT IS GREATER THAN 100
               MOVE 'The minimum payment percentage must be 0-100'
                 TO BANK-ERRMSG
               GO TO VALIDATE-TERMS-EXIT
           END-IF.

           IF DCL-LIN-MIN-AMT IS LESS THAN ZERO
               MOVE 'The minimum payment amount cannot be negative'
                 TO BANK-ERRMSG
           END-IF.

       VALIDATE-TERMS-EXIT.
           EXIT.

      *=================================================================
      * Change the limit and pricing.  A zero input leaves that term
      * as it is.  The limit may not be cut below what the customer
      * has already drawn - freeze the line to stop further draws.
      *=================================================================
       P300-CHANGE-TERMS.
           PERFORM P110-READ-LINE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-TERMS-EXIT
           END-IF.

           IF NOT WS-LINE-FOUND
               MOVE 'No line of credit is held on this account'
                 TO BANK-ERRMSG
               GO TO CHANGE-TERMS-EXIT
           END-IF.

           IF DCL-LIN-CLOSED
               MOVE 'The line of credit is closed' TO BANK-ERRMSG
               GO TO CHANGE-TERMS-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           PERFORM P720-TERMS-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           IF LINE01I-LIMIT IS GREATER THAN ZERO
               IF LINE01I-LIMIT IS LESS THAN LINE01O-DRAWN
                   MOVE 'The limit cannot be set below the drawn amount'
                     TO BANK-ERRMSG
                   GO TO CHANGE-TERMS-EXIT
               END-IF
               MOVE LINE01I-LIMIT TO DCL-LIN-LIMIT
           END-IF.

           IF LINE01I-RATE IS GREATER THAN ZERO
               MOVE LINE01I-RATE TO DCL-LIN-RATE
           END-IF.

           IF LINE01I-MIN-PCT IS GREATER THAN ZERO
               MOVE LINE01I-MIN-PCT TO DCL-LIN-MIN-PCT
           END-IF.

           IF LINE01I-MIN-AMT IS GREATER THAN ZERO
               MOVE LINE01I-MIN-AMT TO DCL-LIN-MIN-AMT
           END-IF.

           PERFORM P250-VALIDATE-TERMS THRU VALIDATE-TERMS-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-TERMS-EXIT
           END-IF.

           MOVE LINE01I-USERID TO DCL-LIN-UPDATED-BY.

           EXEC SQL
                UPDATE BNKLINE
                   SET LIN_LIMIT      = :DCL-LIN-LIMIT,
                       LIN_RATE       = :DCL-LIN-RATE,
                       LIN_MIN_PCT    = :DCL-LIN-MIN-PCT,
                       LIN_MIN_AMT    = :DCL-LIN-MIN-AMT,
                       LIN_UPDATED_BY = :DCL-LIN-UPDATED-BY,
                       LIN_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE LIN_ACCNO = :DCL-LIN-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-TERMS-EXIT
           END-IF.

           MOVE 'U' TO CD74I-ACTION.
           PERFORM P720-TERMS-IMAGE.
           PERFORM P710-LINE-AUDIT.

           IF BANK-ERRMSG = SPACES
               PERFORM P110-READ-LINE
               MOVE 'Line of credit terms changed' TO GOOD-ERRMSG
           END-IF.

       CHANGE-TERMS-EXIT.
           EXIT.

      *=================================================================
      * Freeze, reactivate or close.  A frozen line keeps accruing and
      * billing - only new draws stop.  Closing needs the line to owe
      * nothing at all: no drawn balance, no unbilled interest and no
      * minimum outstanding.  The account itself is closed through
      * the usual account-closure path once the line is.
      *=================================================================
       P400-CHANGE-STATUS.
           PERFORM P110-READ-LINE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-STATUS-EXIT
           END-IF.

           IF NOT WS-LINE-FOUND
               MOVE 'No line of credit is held on this account'
                 TO BANK-ERRMSG
               GO TO CHANGE-STATUS-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           MOVE 'U'    TO CD74I-ACTION.
           PERFORM P720-TERMS-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           EVALUATE TRUE
               WHEN LINE01I-FREEZE
                   IF NOT DCL-LIN-ACTIVE
                       MOVE 'Only an active line can be frozen'
                         TO BANK-ERRMSG
                   ELSE
                       SET DCL-LIN-FROZEN TO TRUE
                   END-IF
               WHEN LINE01I-REACTIVATE
                   IF NOT DCL-LIN-FROZEN
                       MOVE 'Only a frozen line can be reactivated'
                         TO BANK-ERRMSG
                   ELSE
                       SET DCL-LIN-ACTIVE TO TRUE
                   END-IF
               WHEN OTHER
                   IF DCL-LIN-CLOSED
                       MOVE 'The line of credit is already closed'
                         TO BANK-ERRMSG
                   ELSE
                       IF LINE01O-DRAWN   NOT = ZERO OR
                          DCL-LIN-ACCRUED NOT = ZERO OR
                          DCL-LIN-PAST-DUE NOT = ZERO
                           MOVE
                           'The line still owes money - it cannot close'
                             TO BANK-ERRMSG
                       ELSE
                           SET DCL-LIN-CLOSED TO TRUE
                           MOVE 'D' TO CD74I-ACTION
                       END-IF
                   END-IF
           END-EVALUATE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-STATUS-EXIT
           END-IF.

           MOVE LINE01I-USERID TO DCL-LIN-UPDATED-BY.

           EXEC SQL
                UPDATE BNKLINE
                   SET LIN_STATUS     = :DCL-LIN-STATUS,
                       LIN_UPDATED_BY = :DCL-LIN-UPDATED-BY,
                       LIN_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE LIN_ACCNO = :DCL-LIN-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHANGE-STATUS-EXIT
           END-IF.

           PERFORM P720-TERMS-IMAGE.
           PERFORM P710-LINE-AUDIT.

           IF BANK-ERRMSG = SPACES
               PERFORM P110-READ-LINE
               EVALUATE TRUE
                   WHEN LINE01I-FREEZE
                       MOVE 'Line of credit frozen' TO GOOD-ERRMSG
                   WHEN LINE01I-REACTIVATE
                       MOVE 'Line of credit reactivated'
                         TO GOOD-ERRMSG
                   WHEN OTHER
                       MOVE 'Line of credit closed' TO GOOD-ERRMSG
               END-EVALUATE
           END-IF.

       CHANGE-STATUS-EXIT.
           EXIT.

      *=================================================================
      * One BNKMADT row through DBANK74P, riding this unit of work -
      * the caller has set the action and the before image.
      *=================================================================
       P710-LINE-AUDIT.
           MOVE LINE01I-USERID TO CD74I-USERID.
           MOVE 'DLINE01P'     TO CD74I-PROGRAM.
           MOVE 'BNKLINE '     TO CD74I-TABLE.
           MOVE DCL-LIN-ACCNO  TO CD74I-KEY.
           MOVE SPACES         TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P720-TERMS-IMAGE.
           MOVE DCL-LIN-LIMIT   TO WS-LIMIT-DSP.
           MOVE DCL-LIN-RATE    TO WS-RATE-DSP.
           MOVE DCL-LIN-MIN-PCT TO WS-PCT-DSP.
           MOVE DCL-LIN-MIN-AMT TO WS-MIN-DSP.

           MOVE SPACES TO CD74I-AFTER.
           STRING DCL-LIN-STATUS DELIMITED BY SIZE
                  ' LIMIT='      DELIMITED BY SIZE
                  WS-LIMIT-DSP   DELIMITED BY SIZE
                  ' RATE='       DELIMITED BY SIZE
                  WS-RATE-DSP    DELIMITED BY SIZE
                  ' MIN='        DELIMITED BY SIZE
                  WS-PCT-DSP     DELIMITED BY SIZE
                  '%/'           DELIMITED BY SIZE
                  WS-MIN-DSP     DELIMITED BY SIZE
             INTO CD74I-AFTER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Line of credit maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
