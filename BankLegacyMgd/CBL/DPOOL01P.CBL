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
001300* Program:     DPOOL01P.CBL                                    *
001400* Function:    Notional cash pool maintenance - the data layer  *
001500*              behind the Cash Pools screen.  A pool is a       *
001600*              header account and the accounts that pool with   *
001700*              it: interest is earned on their net position in  *
001800*              the header's currency, never by moving money,    *
001900*              and shared back out by the pool's allocation     *
002000*              rule.  'Q' returns the pool, its participants    *
002100*              and their share of the last night's run; 'S'     *
002200*              sets a pool up (or renames it or changes its     *
002300*              rule); 'A' adds a participant, 'R' removes one,  *
002400*              'X' closes the pool.  An account may sit in one  *
002500*              live pool only, and loan and credit-line         *
002600*              accounts cannot pool at all.  DPOOL02P's         *
002700*              nightly run does the pooling.  Every change is   *
002800*              audited to BNKMADT through DBANK74P.             *
002900*              SQL version                                      *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPOOL01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-MEMBER-MAX                     PIC S9(4) COMP
                                                  VALUE 50.
           05  WS-POOL-SW                        PIC X(1).
               88  WS-POOL-ON-FILE               VALUE 'Y'.
               88  WS-POOL-NOT-ON-FILE           VALUE 'N'.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSNPX.
           COPY CBANKSNMX.
           COPY CBANKSNAX.
           COPY CBANKSACX.

       01  WS-COUNT                              PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CPOOL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference POOL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           IF POOL01I-HEADER-ACC = SPACES
               MOVE 'Please enter the pool header account'
                 TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN POOL01I-QUERY
                   PERFORM P100-QUERY-POOL THRU
                           QUERY-POOL-EXIT
               WHEN POOL01I-SAVE
                   PERFORM P200-SAVE-POOL THRU
                           SAVE-POOL-EXIT
               WHEN POOL01I-ADD
                   PERFORM P400-ADD-MEMBER THRU
                           ADD-MEMBER-EXIT
               WHEN POOL01I-REMOVE
                   PERFORM P500-REMOVE-MEMBER THRU
                           REMOVE-MEMBER-EXIT
               WHEN POOL01I-CLOSE
                   PERFORM P550-CLOSE-POOL THRU
                           CLOSE-POOL-EXIT
               WHEN OTHER
                   MOVE 'Invalid cash pool maintenance function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The pool and every participant, live ones first, each with
      * the balance it contributed and the interest it was given on
      * the pool's last run.
      *=================================================================
       P100-QUERY-POOL.
           MOVE SPACES TO POOL01O-DATA.
           MOVE ZERO   TO POOL01O-NET-POSITION
                          POOL01O-POOL-INT
                          POOL01O-RATE
                          POOL01O-MEMBER-COUNT.

           PERFORM P300-READ-POOL.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-POOL-EXIT
           END-IF.

           IF WS-POOL-NOT-ON-FILE
               MOVE 'No cash pool with that header account'
                 TO BANK-ERRMSG
               GO TO QUERY-POOL-EXIT
           END-IF.

           MOVE DCL-NPL-NAME     TO POOL01O-NAME.
           MOVE DCL-NPL-CURRENCY TO POOL01O-CURRENCY.
           MOVE DCL-NPL-RULE     TO POOL01O-RULE.
           MOVE DCL-NPL-STATUS   TO POOL01O-STATUS.
           MOVE DCL-NPL-LAST-RUN TO POOL01O-LAST-RUN.

           EXEC SQL
                DECLARE NPM_CSR CURSOR FOR
                SELECT M.NPM_ACCNO, M.NPM_STATUS,
                       A.BAC_CURRENCY, A.BAC_BALANCE
                FROM BNKNPMEM M, BNKACC A
                WHERE M.NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                  AND A.BAC_ACCNO = M.NPM_ACCNO
                ORDER BY M.NPM_STATUS, M.NPM_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           MOVE POOL01I-HEADER-ACC TO DCL-NPM-HEADER-ACC.

           EXEC SQL
                OPEN NPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-MEMBER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR POOL01O-MEMBER-COUNT IS NOT LESS THAN
                     WS-MEMBER-MAX.

           EXEC SQL
                CLOSE NPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF DCL-NPL-CLOSED
                   MOVE 'Cash pool is closed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Cash pool listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       QUERY-POOL-EXIT.
           EXIT.

       P110-FETCH-MEMBER.
           EXEC SQL
                FETCH NPM_CSR
                INTO :DCL-NPM-ACCNO,
                     :DCL-NPM-STATUS,
                     :DCL-BAC-CURRENCY,
                     :DCL-BAC-BALANCE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO POOL01O-MEMBER-COUNT
               MOVE POOL01O-MEMBER-COUNT TO WS-SUB
               MOVE DCL-NPM-ACCNO    TO POOL01O-M-ACCNO(WS-SUB)
               MOVE DCL-NPM-STATUS   TO POOL01O-M-STATUS(WS-SUB)
               MOVE DCL-BAC-CURRENCY TO POOL01O-M-CURRENCY(WS-SUB)
               MOVE DCL-BAC-BALANCE  TO POOL01O-M-BALANCE(WS-SUB)
               MOVE ZERO TO POOL01O-M-POOL-BAL(WS-SUB)
                            POOL01O-M-ALLOC(WS-SUB)
                            POOL01O-M-POSTED(WS-SUB)
               PERFORM P120-READ-LAST-ALLOCATION
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The participant's row from the pool's last run, if it took
      * part in it - a participant added since has none yet.
      *-----------------------------------------------------------------
       P120-READ-LAST-ALLOCATION.
           IF DCL-NPL-LAST-RUN NOT = SPACES
               MOVE DCL-NPL-LAST-RUN   TO DCL-NPA-DATE
               MOVE POOL01I-HEADER-ACC TO DCL-NPA-HEADER-ACC
               MOVE DCL-NPM-ACCNO      TO DCL-NPA-ACCNO

               EXEC SQL
                    SELECT NPA_POOL_BAL, NPA_ALLOC, NPA_POSTED,
                           NPA_NET_POSITION, NPA_POOL_INT, NPA_RATE
                      INTO :DCL-NPA-POOL-BAL, :DCL-NPA-ALLOC,
                           :DCL-NPA-POSTED, :DCL-NPA-NET-POSITION,
                           :DCL-NPA-POOL-INT, :DCL-NPA-RATE
                      FROM BNKNPALC
                     WHERE NPA_DATE       = :DCL-NPA-DATE
                       AND NPA_HEADER_ACC = :DCL-NPA-HEADER-ACC
                       AND NPA_ACCNO      = :DCL-NPA-ACCNO
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE DCL-NPA-POOL-BAL TO POOL01O-M-POOL-BAL(WS-SUB)
                   MOVE DCL-NPA-ALLOC    TO POOL01O-M-ALLOC(WS-SUB)
                   MOVE DCL-NPA-POSTED   TO POOL01O-M-POSTED(WS-SUB)
                   MOVE DCL-NPA-NET-POSITION TO POOL01O-NET-POSITION
                   MOVE DCL-NPA-POOL-INT TO POOL01O-POOL-INT
                   MOVE DCL-NPA-RATE     TO POOL01O-RATE
               ELSE
                   IF SQLCODE NOT = +100
                       PERFORM P800-ERROR-CHECK
                   END-IF
               END-IF
           END-IF.

      *    A participant with no row must not end the member fetch.
           IF SQLCODE = +100
               MOVE ZERO TO SQLCODE
           END-IF.

      *=================================================================
      * Set a pool up, or change the name and rule of one already on
      * file.  A closed pool saved again is reopened with its header
      * account, which must still qualify; its old participants have
      * to be added back one by one.
      *=================================================================
       P200-SAVE-POOL.
           IF POOL01I-RULE NOT = 'P' AND
              POOL01I-RULE NOT = 'H' AND
              POOL01I-RULE NOT = 'E'
               MOVE 'Rule must be P (pro rata), H (header) or E (equal)'
                 TO BANK-ERRMSG
               GO TO SAVE-POOL-EXIT
           END-IF.

           IF POOL01I-NAME = SPACES
               MOVE 'Please enter a name for the pool' TO BANK-ERRMSG
               GO TO SAVE-POOL-EXIT
           END-IF.

           PERFORM P300-READ-POOL.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-POOL-EXIT
           END-IF.

           IF WS-POOL-ON-FILE AND DCL-NPL-ACTIVE
               PERFORM P210-BUILD-POOL-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
               MOVE POOL01I-NAME TO DCL-NPL-NAME
               MOVE POOL01I-RULE TO DCL-NPL-RULE

               EXEC SQL
                    UPDATE BNKNPOOL
                       SET NPL_NAME       = :DCL-NPL-NAME,
                           NPL_RULE       = :DCL-NPL-RULE,
                           NPL_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE NPL_HEADER_ACC = :DCL-NPL-HEADER-ACC
               END-EXEC

               PERFORM P800-ERROR-CHECK

               IF BANK-ERRMSG = SPACES
                   PERFORM P210-BUILD-POOL-IMAGE
                   MOVE 'C' TO CD74I-ACTION
                   PERFORM P600-WRITE-POOL-AUDIT
                   MOVE 'Cash pool updated' TO GOOD-ERRMSG
               END-IF
               GO TO SAVE-POOL-EXIT
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-BAC-ACCNO.
           PERFORM P250-CHECK-POOL-ACCOUNT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-POOL-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           IF WS-POOL-ON-FILE
               PERFORM P210-BUILD-POOL-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-NPL-HEADER-ACC.
           MOVE POOL01I-NAME       TO DCL-NPL-NAME.
           MOVE POOL01I-RULE       TO DCL-NPL-RULE.
           MOVE DCL-BAC-CURRENCY   TO DCL-NPL-CURRENCY.
           MOVE POOL01I-USERID     TO DCL-NPL-CREATED-BY.
           SET DCL-NPL-ACTIVE      TO TRUE.

           IF WS-POOL-ON-FILE
               EXEC SQL
                    UPDATE BNKNPOOL
                       SET NPL_NAME       = :DCL-NPL-NAME,
                           NPL_RULE       = :DCL-NPL-RULE,
                           NPL_CURRENCY   = :DCL-NPL-CURRENCY,
                           NPL_STATUS     = 'A',
                           NPL_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE NPL_HEADER_ACC = :DCL-NPL-HEADER-ACC
               END-EXEC
               MOVE 'C' TO CD74I-ACTION
           ELSE
               MOVE SPACES TO DCL-NPL-LAST-RUN
               EXEC SQL
                    INSERT INTO BNKNPOOL (
                      NPL_HEADER_ACC,
                      NPL_NAME,
                      NPL_CURRENCY,
                      NPL_RULE,
                      NPL_STATUS,
                      NPL_LAST_RUN,
                      NPL_CREATED_BY,
                      NPL_CREATED_TS,
                      NPL_UPDATED_TS
                    ) VALUES (
                      :DCL-NPL-HEADER-ACC,
                      :DCL-NPL-NAME,
                      :DCL-NPL-CURRENCY,
                      :DCL-NPL-RULE,
                      'A',
                      :DCL-NPL-LAST-RUN,
                      :DCL-NPL-CREATED-BY,
                      CURRENT TIMESTAMP,
                      CURRENT TIMESTAMP)
               END-EXEC
               MOVE 'A' TO CD74I-ACTION
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-POOL-EXIT
           END-IF.

           PERFORM P210-BUILD-POOL-IMAGE.
           PERFORM P600-WRITE-POOL-AUDIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-POOL-EXIT
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-NPM-ACCNO.
           PERFORM P460-ACTIVATE-MEMBER.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cash pool set up - pooled from tonight'
                 TO GOOD-ERRMSG
           END-IF.

       SAVE-POOL-EXIT.
           EXIT.

       P210-BUILD-POOL-IMAGE.
           MOVE SPACES TO CD74I-AFTER.
           STRING 'RULE=' DELIMITED BY SIZE
                  DCL-NPL-RULE DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  DCL-NPL-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DCL-NPL-NAME DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * An account that may join a pool - on file, open, not a loan
      * or credit line (a debit that is lent, not overdrawn, has no
      * place in a net position), and not already pooled elsewhere.
      *-----------------------------------------------------------------
       P250-CHECK-POOL-ACCOUNT.
           EXEC SQL
                SELECT BAC_STATUS, BAC_ACCTYPE, BAC_CURRENCY
                  INTO :DCL-BAC-STATUS, :DCL-BAC-ACCTYPE,
                       :DCL-BAC-CURRENCY
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not on file' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES AND DCL-BAC-STATUS = 'C'
               MOVE 'Account is closed' TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              (DCL-BAC-ACCTYPE = 'L' OR DCL-BAC-ACCTYPE = 'R')
               MOVE 'Loan and credit-line accounts cannot be pooled'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-BAC-ACCNO TO DCL-NPM-ACCNO

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-COUNT
                      FROM BNKNPMEM M, BNKNPOOL P
                     WHERE M.NPM_ACCNO      = :DCL-NPM-ACCNO
                       AND M.NPM_STATUS     = 'A'
                       AND P.NPL_HEADER_ACC = M.NPM_HEADER_ACC
                       AND P.NPL_STATUS     = 'A'
               END-EXEC

               PERFORM P800-ERROR-CHECK

               IF BANK-ERRMSG = SPACES AND
                  WS-COUNT IS GREATER THAN ZERO
                   MOVE 'Account already belongs to a live cash pool'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The pool row for the header account entered, if any.
      *-----------------------------------------------------------------
       P300-READ-POOL.
           SET WS-POOL-NOT-ON-FILE TO TRUE.
           MOVE POOL01I-HEADER-ACC TO DCL-NPL-HEADER-ACC.

           EXEC SQL
                SELECT NPL_NAME, NPL_CURRENCY, NPL_RULE,
                       NPL_STATUS, NPL_LAST_RUN
                  INTO :DCL-NPL-NAME, :DCL-NPL-CURRENCY,
                       :DCL-NPL-RULE, :DCL-NPL-STATUS,
                       :DCL-NPL-LAST-RUN
                  FROM BNKNPOOL
                 WHERE NPL_HEADER_ACC = :DCL-NPL-HEADER-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-POOL-ON-FILE TO TRUE
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * A new participant - the pool must be live and not full, and
      * the account must qualify.  A participant removed earlier is
      * simply made live again.
      *=================================================================
       P400-ADD-MEMBER.
           IF POOL01I-ACCNO = SPACES
               MOVE 'Please enter the account to add' TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           PERFORM P350-CHECK-POOL-LIVE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-NPM-HEADER-ACC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COUNT
                  FROM BNKNPMEM
                 WHERE NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                   AND NPM_STATUS     = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND
              WS-COUNT IS NOT LESS THAN WS-MEMBER-MAX
               MOVE 'Cash pool already has the maximum 50 accounts'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE POOL01I-ACCNO TO DCL-BAC-ACCNO.
           PERFORM P250-CHECK-POOL-ACCOUNT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE POOL01I-ACCNO TO DCL-NPM-ACCNO.
           PERFORM P460-ACTIVATE-MEMBER.

           IF BANK-ERRMSG = SPACES
               MOVE 'Account added to the cash pool' TO GOOD-ERRMSG
           END-IF.

       ADD-MEMBER-EXIT.
           EXIT.

       P350-CHECK-POOL-LIVE.
           PERFORM P300-READ-POOL.

           IF BANK-ERRMSG = SPACES
               IF WS-POOL-NOT-ON-FILE
                   MOVE 'No cash pool with that header account'
                     TO BANK-ERRMSG
               ELSE
                   IF DCL-NPL-CLOSED
                       MOVE 'Cash pool is closed' TO BANK-ERRMSG
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Make DCL-NPM-ACCNO a live participant of the pool, reusing
      * its old row if it was in this pool before.
      *-----------------------------------------------------------------
       P460-ACTIVATE-MEMBER.
           MOVE POOL01I-HEADER-ACC TO DCL-NPM-HEADER-ACC.
           MOVE POOL01I-USERID     TO DCL-NPM-ADDED-BY.

           EXEC SQL
                UPDATE BNKNPMEM
                   SET NPM_STATUS     = 'A',
                       NPM_ADDED_BY   = :DCL-NPM-ADDED-BY,
                       NPM_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                   AND NPM_ACCNO      = :DCL-NPM-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                    INSERT INTO BNKNPMEM (
                      NPM_HEADER_ACC,
                      NPM_ACCNO,
                      NPM_STATUS,
                      NPM_ADDED_BY,
                      NPM_UPDATED_TS
                    ) VALUES (
                      :DCL-NPM-HEADER-ACC,
                      :DCL-NPM-ACCNO,
                      'A',
                      :DCL-NPM-ADDED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE SPACES   TO CD74I-BEFORE
               MOVE 'STATUS=A' TO CD74I-AFTER
               MOVE 'A'      TO CD74I-ACTION
               PERFORM P610-WRITE-MEMBER-AUDIT
           END-IF.

      *=================================================================
      * Take a participant out - the header account stays for as
      * long as the pool does.
      *=================================================================
       P500-REMOVE-MEMBER.
           IF POOL01I-ACCNO = SPACES
               MOVE 'Please enter the account to remove' TO BANK-ERRMSG
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           IF POOL01I-ACCNO = POOL01I-HEADER-ACC
               MOVE 'Header account cannot leave - close the pool'
                 TO BANK-ERRMSG
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           PERFORM P350-CHECK-POOL-LIVE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-NPM-HEADER-ACC.
           MOVE POOL01I-ACCNO      TO DCL-NPM-ACCNO.

           EXEC SQL
                UPDATE BNKNPMEM
                   SET NPM_STATUS     = 'X',
                       NPM_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                   AND NPM_ACCNO      = :DCL-NPM-ACCNO
                   AND NPM_STATUS     = 'A'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account is not a live participant of this pool'
                 TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'STATUS=A' TO CD74I-BEFORE
               MOVE 'STATUS=X' TO CD74I-AFTER
               MOVE 'C'        TO CD74I-ACTION
               PERFORM P610-WRITE-MEMBER-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Account removed - earns its own interest again'
                 TO GOOD-ERRMSG
           END-IF.

       REMOVE-MEMBER-EXIT.
           EXIT.

      *=================================================================
      * Close the pool and release every participant back to the
      * ordinary nightly accrual.
      *=================================================================
       P550-CLOSE-POOL.
           PERFORM P350-CHECK-POOL-LIVE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-POOL-EXIT
           END-IF.

           PERFORM P210-BUILD-POOL-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           EXEC SQL
                UPDATE BNKNPOOL
                   SET NPL_STATUS     = 'X',
                       NPL_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE NPL_HEADER_ACC = :DCL-NPL-HEADER-ACC
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-POOL-EXIT
           END-IF.

           MOVE POOL01I-HEADER-ACC TO DCL-NPM-HEADER-ACC.

           EXEC SQL
                UPDATE BNKNPMEM
                   SET NPM_STATUS     = 'X',
                       NPM_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE NPM_HEADER_ACC = :DCL-NPM-HEADER-ACC
                   AND NPM_STATUS     = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               SET DCL-NPL-CLOSED TO TRUE
               PERFORM P210-BUILD-POOL-IMAGE
               MOVE 'C' TO CD74I-ACTION
               PERFORM P600-WRITE-POOL-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE 'Cash pool closed' TO GOOD-ERRMSG
           END-IF.

       CLOSE-POOL-EXIT.
           EXIT.

      *=================================================================
      * The maintenance audit rows - the header account keys a pool
      * change, header/account keys a participant change.
      *=================================================================
       P600-WRITE-POOL-AUDIT.
           MOVE 'BNKNPOOL'         TO CD74I-TABLE.
           MOVE POOL01I-HEADER-ACC TO CD74I-KEY.

           PERFORM P620-CALL-AUDIT.

       P610-WRITE-MEMBER-AUDIT.
           MOVE 'BNKNPMEM' TO CD74I-TABLE.

           MOVE SPACES TO CD74I-KEY.
           STRING POOL01I-HEADER-ACC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DCL-NPM-ACCNO DELIMITED BY SIZE
             INTO CD74I-KEY.

           PERFORM P620-CALL-AUDIT.

       P620-CALL-AUDIT.
           MOVE POOL01I-USERID TO CD74I-USERID.
           MOVE 'DPOOL01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Cash pool maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
