002940*              rule covers books to suspense and lists on the  *
002950*              GLEXCEPT exceptions page, and an empty rules    *
002960*              table falls back to the compiled chart.         *
      *              Loan repayments are split into interest and     *
      *              principal on the BNKGLJNL journal (DGLJN01P);   *
      *              the day's journal lines follow the mapped rows  *
      *              and the loan-interest charge rows they replace  *
      *              are left out of the mapping, as are the escrow  *
      *              collection rows DESCR01P journals the same way  *
      *              and the bureau deal rows DFXBR01P journals.     *
      *              A released file's net movement per GL account   *
      *              is also added to the BNKGLBAL balance store the *
      *              DGLPF02P subledger proof reads - a rerun of the *
      *              same day backs the earlier run's movement out   *
      *              first, so the day is never counted twice.       *
      *              Every detail record carries the branch whose     *
      *              books it belongs to - the account's BAC_BRANCH,  *
      *              or the posting branch for a row with no account  *
      *              - and the day's BNKIBDUE inter-branch entries    *
      *              (DIBRN01P) follow the journal lines, each one a  *
      *              pair on its own branch between cash clearing and *
      *              due-from or due-to branches, so each branch's    *
      *              clearing nets out on its own books.              *
003000*              SQL version - standalone batch step, connects   *
003100*              and disconnects itself.                         *
003200*****************************************************************
               88  WS-EXC-OK                     VALUE "00".
           05  WS-UNMAPPED-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOURNAL-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-IBD-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-COMMIT-STATUS                  PIC X(1).

      *-----------------------------------------------------------------
      * The night's net movement per GL account (debit positive),
      * gathered as the detail records go out and added to the
      * BNKGLBAL balance store once the file is released.
      *-----------------------------------------------------------------
       01  WS-MOVE-AREA.
           05  WS-MOVE-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-MOVE-SUB                       PIC S9(4) COMP.
           05  WS-MOVE-HIT-SUB                   PIC S9(4) COMP.
           05  WS-MOVE-HIT-SW                    PIC X(1).
               88  WS-MOVE-HIT                   VALUE 'Y'.
           05  WS-MOVE-FULL-SW                   PIC X(1) VALUE 'N'.
               88  WS-MOVE-TABLE-FULL            VALUE 'Y'.
           05  WS-MOVE-ENTRY OCCURS 100 TIMES.
               10  WS-MOVE-ACCOUNT               PIC 9(5).
               10  WS-MOVE-NET                   PIC S9(11)V99 COMP-3.

      *-----------------------------------------------------------------
      * The maintainable mapping rules, loaded from BNKGLMAP at run
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-FEE-INCOME                     PIC 9(5) VALUE 40100.
           05  GL-INT-EXPENSE                    PIC 9(5) VALUE 51000.
           05  GL-DUE-FROM-BRANCHES              PIC 9(5) VALUE 10500.
           05  GL-DUE-TO-BRANCHES                PIC 9(5) VALUE 20500.

       01  WS-HEADER-REC.
           05  FILLER                            PIC X(1) VALUE 'H'.
           05  WS-DTL-CATEGORY                   PIC X(1).
           05  WS-DTL-ACCNO                      PIC X(9).
           05  WS-DTL-REF                        PIC X(21).
           05  WS-DTL-BRANCH                     PIC X(3).
           05  FILLER                            PIC X(27) VALUE SPACES.

       01  WS-TRAILER-REC.
           05  FILLER                            PIC X(1) VALUE 'T'.
                INCLUDE CBANKSGM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGJ
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSIB
           END-EXEC.

           COPY CBANKSTXX.
           COPY CBANKSGMX.
           COPY CBANKSGJX.
           COPY CBANKSGLX.
           COPY CBANKSIBX.

       01  WS-ROW-BRANCH                         PIC X(3).

           COPY SQLCA.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-EXTRACT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE

               EXEC SQL
                    DECLARE GLX_CSR CURSOR FOR
                    SELECT T.BTX_TYPE,
                           T.BTX_SUB_TYPE,
                           T.BTX_ACCNO,
                           T.BTX_AMOUNT,
                           T.BTX_CATEGORY,
                           T.BTX_XFER_REF,
                           CASE WHEN A.BAC_BRANCH IS NULL
                                  OR A.BAC_BRANCH = ' '
                                THEN T.BTX_BRANCH
                                ELSE A.BAC_BRANCH
                           END
                    FROM BNKTXN T
                    LEFT OUTER JOIN BNKACC A
                      ON A.BAC_ACCNO = T.BTX_ACCNO
                    WHERE T.BTX_TIMESTAMP >= CURRENT DATE
                    ORDER BY T.BTX_TIMESTAMP
                    FOR FETCH ONLY
               END-EXEC


               PERFORM P800-ERROR-CHECK

               PERFORM P240-EXTRACT-JOURNAL

               PERFORM P260-EXTRACT-INTER-BRANCH

               PERFORM P500-RELEASE-OR-HOLD
           END-IF.


           DISPLAY 'DBANK39P - GL extract complete, transactions: '
                   WS-TXN-COUNT ' records: ' WS-REC-COUNT
                   ' unmapped to suspense: ' WS-UNMAPPED-COUNT
                   ' journal lines: ' WS-JOURNAL-COUNT
                   ' inter-branch entries: ' WS-IBD-COUNT.

      *-----------------------------------------------------------------
      * Today's date in YYYY-MM-DD, for the header record.
                     :DCL-BTX-ACCNO :DCL-BTX-ACCNO-NULL,
                     :DCL-BTX-AMOUNT,
                     :DCL-BTX-CATEGORY,
                     :DCL-BTX-XFER-REF,
                     :WS-ROW-BRANCH
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO MAP-TRANSACTION-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * The interest DLOAN09P charges back to a loan account reaches
      * the GL through its BNKGLJNL interest/principal split, and the
      * escrow share DESCR01P takes off an instalment through its
      * escrow journal line, a bureau deal through the DFXBR01P
      * notes and margin lines, a bank draft through the DDRFT01P
      * drafts-outstanding lines, and a rewards redemption through
      * the DRWRD01P rewards-expense line - mapping any of those rows
      * as well would book it twice.
      *-----------------------------------------------------------------
           IF DCL-BTX-IS-LOAN-INTEREST OR DCL-BTX-IS-ESCROW
              OR DCL-BTX-IS-BUREAU OR DCL-BTX-IS-DRAFT
              OR DCL-BTX-IS-REWARD
               GO TO MAP-TRANSACTION-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * With rules on file the table decides the pair; a flavour no
      * rule covers books against suspense and lists on the
               MOVE DCL-BTX-ACCNO TO WS-DTL-ACCNO
           END-IF.
           MOVE DCL-BTX-XFER-REF  TO WS-DTL-REF.
           MOVE WS-ROW-BRANCH     TO WS-DTL-BRANCH.
           IF WS-DTL-BRANCH = SPACES
               MOVE '001'         TO WS-DTL-BRANCH
           END-IF.

           WRITE GLEXTRCT-RECORD FROM WS-DETAIL-REC.

           ADD 1                 TO WS-REC-COUNT.
           ADD WS-DTL-GL-ACCOUNT TO WS-HASH-TOTAL.
           PERFORM P235-ADD-TO-MOVES.

      *-----------------------------------------------------------------
      * Net the detail record just written into its GL account's
      * movement for the night - a debit adds, a credit takes away.
      *-----------------------------------------------------------------
       P235-ADD-TO-MOVES.
           MOVE 'N' TO WS-MOVE-HIT-SW.

           PERFORM P236-TRY-MOVE
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT OR WS-MOVE-HIT.

           IF NOT WS-MOVE-HIT
               IF WS-MOVE-COUNT IS NOT LESS THAN 100
                   SET WS-MOVE-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE WS-MOVE-COUNT     TO WS-MOVE-HIT-SUB
                   MOVE WS-DTL-GL-ACCOUNT
                     TO WS-MOVE-ACCOUNT(WS-MOVE-HIT-SUB)
                   MOVE ZERO TO WS-MOVE-NET(WS-MOVE-HIT-SUB)
                   SET WS-MOVE-HIT TO TRUE
               END-IF
           END-IF.

           IF WS-MOVE-HIT
               IF WS-DTL-DRCR = 'DR'
                   ADD WS-DTL-AMOUNT
                     TO WS-MOVE-NET(WS-MOVE-HIT-SUB)
               ELSE
                   SUBTRACT WS-DTL-AMOUNT
                     FROM WS-MOVE-NET(WS-MOVE-HIT-SUB)
               END-IF
           END-IF.

       P236-TRY-MOVE.
           IF WS-MOVE-ACCOUNT(WS-MOVE-SUB) = WS-DTL-GL-ACCOUNT
               MOVE WS-MOVE-SUB TO WS-MOVE-HIT-SUB
               SET WS-MOVE-HIT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The day's GL journal lines - already balanced pairs staged by
      * DGLJN01P, so each line is written as it stands and counted
      * into the same totals and hash as the mapped rows.
      *-----------------------------------------------------------------
       P240-EXTRACT-JOURNAL.
           EXEC SQL
                DECLARE GLJ_CSR CURSOR FOR
                SELECT J.GLJ_GL_ACCOUNT,
                       J.GLJ_DRCR,
                       J.GLJ_AMOUNT,
                       J.GLJ_CATEGORY,
                       J.GLJ_ACCNO,
                       J.GLJ_REF,
                       CASE WHEN A.BAC_BRANCH IS NULL
                              OR A.BAC_BRANCH = ' '
                            THEN '001'
                            ELSE A.BAC_BRANCH
                       END
                FROM BNKGLJNL J
                LEFT OUTER JOIN BNKACC A
                  ON A.BAC_ACCNO = J.GLJ_ACCNO
                WHERE J.GLJ_TIMESTAMP >= CURRENT DATE
                ORDER BY J.GLJ_TIMESTAMP, J.GLJ_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN GLJ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P250-FETCH-JOURNAL
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE GLJ_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P250-FETCH-JOURNAL.
           EXEC SQL
                FETCH GLJ_CSR
                INTO :DCL-GLJ-GL-ACCOUNT,
                     :DCL-GLJ-DRCR,
                     :DCL-GLJ-AMOUNT,
                     :DCL-GLJ-CATEGORY,
                     :DCL-GLJ-ACCNO,
                     :DCL-GLJ-REF,
                     :WS-ROW-BRANCH
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1                   TO WS-JOURNAL-COUNT
               MOVE DCL-GLJ-GL-ACCOUNT TO WS-DTL-GL-ACCOUNT
               MOVE DCL-GLJ-DRCR       TO WS-DTL-DRCR
               MOVE DCL-GLJ-AMOUNT     TO WS-DTL-AMOUNT
               MOVE DCL-GLJ-CATEGORY   TO WS-DTL-CATEGORY
               MOVE DCL-GLJ-ACCNO      TO WS-DTL-ACCNO
               MOVE DCL-GLJ-REF        TO WS-DTL-REF
               MOVE WS-ROW-BRANCH      TO WS-DTL-BRANCH

               WRITE GLEXTRCT-RECORD FROM WS-DETAIL-REC

               ADD 1                 TO WS-REC-COUNT
               ADD WS-DTL-GL-ACCOUNT TO WS-HASH-TOTAL
               PERFORM P235-ADD-TO-MOVES
               IF DCL-GLJ-DEBIT
                   ADD DCL-GLJ-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD DCL-GLJ-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The day's inter-branch entries.  Each BNKIBDUE row is a pair
      * on its own branch's books: the branch the value left owes
      * the other (DR clearing, CR due to branches), the branch it
      * reached is owed (DR due from branches, CR clearing) - which
      * takes out the clearing the two legs left on each branch.
      *-----------------------------------------------------------------
       P260-EXTRACT-INTER-BRANCH.
           EXEC SQL
                DECLARE IBD_CSR CURSOR FOR
                SELECT IBD_BRANCH,
                       IBD_SIDE,
                       IBD_AMOUNT,
                       IBD_ACCNO,
                       IBD_REF
                FROM BNKIBDUE
                WHERE IBD_TIMESTAMP >= CURRENT DATE
                ORDER BY IBD_TIMESTAMP, IBD_BRANCH
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IBD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P270-FETCH-INTER-BRANCH
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE IBD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P270-FETCH-INTER-BRANCH.
           EXEC SQL
                FETCH IBD_CSR
                INTO :DCL-IBD-BRANCH,
                     :DCL-IBD-SIDE,
                     :DCL-IBD-AMOUNT,
                     :DCL-IBD-ACCNO,
                     :DCL-IBD-REF
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-IBD-COUNT
               IF DCL-IBD-DUE-TO
                   MOVE GL-CASH-CLEARING     TO WS-DR-ACCOUNT
                   MOVE GL-DUE-TO-BRANCHES   TO WS-CR-ACCOUNT
               ELSE
                   MOVE GL-DUE-FROM-BRANCHES TO WS-DR-ACCOUNT
                   MOVE GL-CASH-CLEARING     TO WS-CR-ACCOUNT
               END-IF
               MOVE DCL-IBD-AMOUNT TO WS-DTL-AMOUNT
               MOVE SPACE          TO WS-DTL-CATEGORY
               MOVE DCL-IBD-ACCNO  TO WS-DTL-ACCNO
               MOVE DCL-IBD-REF    TO WS-DTL-REF
               MOVE DCL-IBD-BRANCH TO WS-DTL-BRANCH

               MOVE WS-DR-ACCOUNT  TO WS-DTL-GL-ACCOUNT
               MOVE 'DR'           TO WS-DTL-DRCR
               PERFORM P280-WRITE-INTER-BRANCH
               ADD DCL-IBD-AMOUNT  TO WS-TOTAL-DEBITS

               MOVE WS-CR-ACCOUNT  TO WS-DTL-GL-ACCOUNT
               MOVE 'CR'           TO WS-DTL-DRCR
               PERFORM P280-WRITE-INTER-BRANCH
               ADD DCL-IBD-AMOUNT  TO WS-TOTAL-CREDITS
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P280-WRITE-INTER-BRANCH.
           WRITE GLEXTRCT-RECORD FROM WS-DETAIL-REC.

           ADD 1                 TO WS-REC-COUNT.
           ADD WS-DTL-GL-ACCOUNT TO WS-HASH-TOTAL.
           PERFORM P235-ADD-TO-MOVES.

      *-----------------------------------------------------------------
      * The release decision.  In balance: write the RELEASED trailer
               MOVE 'RELEASED' TO WS-TRL-STATUS
               WRITE GLEXTRCT-RECORD FROM WS-TRAILER-REC
               CLOSE GLEXTRCT
               PERFORM P600-UPDATE-GL-STORE
           ELSE
               CLOSE GLEXTRCT
               OPEN OUTPUT GLEXTRCT
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * The released day into the GL balance store.  Any movement an
      * earlier run of today added is backed out first, then each
      * account's net for tonight is added (a first sight of an
      * account inserts it, waiting for the proof to take it on).
      *-----------------------------------------------------------------
       P600-UPDATE-GL-STORE.
           IF WS-MOVE-TABLE-FULL
               DISPLAY 'DBANK39P - more GL accounts than the balance '
                       'store table holds, store not updated'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE WS-RUN-DATE TO DCL-GLB-LAST-DATE

               EXEC SQL
                    UPDATE BNKGLBAL
                       SET GLB_BALANCE    = GLB_BALANCE - GLB_LAST_MOVE,
                           GLB_LAST_MOVE  = 0,
                           GLB_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE GLB_LAST_DATE  = :DCL-GLB-LAST-DATE
               END-EXEC

               PERFORM P800-ERROR-CHECK

               PERFORM P610-APPLY-MOVE
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                      OR WS-JOB-HAD-ERROR
           END-IF.

       P610-APPLY-MOVE.
           MOVE WS-MOVE-ACCOUNT(WS-MOVE-SUB) TO DCL-GLB-GL-ACCOUNT.
           MOVE WS-MOVE-NET(WS-MOVE-SUB)     TO DCL-GLB-LAST-MOVE.
           MOVE WS-RUN-DATE                  TO DCL-GLB-LAST-DATE.

           EXEC SQL
                UPDATE BNKGLBAL
                   SET GLB_BALANCE    = GLB_BALANCE
                                      + :DCL-GLB-LAST-MOVE,
                       GLB_LAST_MOVE  = :DCL-GLB-LAST-MOVE,
                       GLB_LAST_DATE  = :DCL-GLB-LAST-DATE,
                       GLB_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GLB_GL_ACCOUNT = :DCL-GLB-GL-ACCOUNT
           END-EXEC.

           IF SQLCODE = +100
               MOVE DCL-GLB-LAST-MOVE TO DCL-GLB-BALANCE
               MOVE 'N'               TO DCL-GLB-TAKEN-ON

               EXEC SQL
                    INSERT INTO BNKGLBAL (
                      GLB_GL_ACCOUNT,
                      GLB_BALANCE,
                      GLB_LAST_DATE,
                      GLB_LAST_MOVE,
                      GLB_TAKEN_ON,
                      GLB_UPDATED_TS
                    ) VALUES (
                      :DCL-GLB-GL-ACCOUNT,
                      :DCL-GLB-BALANCE,
                      :DCL-GLB-LAST-DATE,
                      :DCL-GLB-LAST-MOVE,
                      :DCL-GLB-TAKEN-ON,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the balance store update, or roll it back if any part
      * of the run failed.
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
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-EXC-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
