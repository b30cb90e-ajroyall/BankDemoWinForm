001200*****************************************************************  
001300* Program:     DBANK06P.CBL                                     *  
001400* Function:    Write transaction records for audit trail        *  
      *              A reversal also hands its original reference to  *
      *              DRWRD01P so card rewards points earned on it are *
      *              taken back (or given back on a re-debit).        *
      *              Every row inserted is also written to the        *
      *              posting journal through DJRNL01P; a row the      *
      *              journal cannot take is reported as not written.  *
      *              Each row is also added to its account's BNKACTC  *
      *              activity counter through DACTC01P, in the same   *
      *              unit of work - a row that cannot be counted is   *
      *              reported as not written too.                     *
      *              A transfer between accounts at two branches      *
      *              also books the branches' due-to/due-from pair    *
      *              through DIBRN01P, in the same unit of work.      *
001500*              SQL version                                      *  
001600*****************************************************************  
001700                                                                   
       01  WS-POST-BRANCH              PIC X(3).
       01  WS-BDATE-ERRMSG             PIC X(65).
       01  WS-BDATE-GOODMSG            PIC X(65).
       01  WS-HASH-ERRMSG              PIC X(65).
       01  WS-HASH-GOODMSG             PIC X(65).

           COPY CBANKVC91.
           COPY CHASH01.

       01  WS-RWRD-ERRMSG              PIC X(65).
       01  WS-RWRD-GOODMSG             PIC X(65).

           COPY CRWRD01.

       01  WS-JRNL-ERRMSG              PIC X(65).
       01  WS-JRNL-GOODMSG             PIC X(65).

           COPY CJRNL01.

       01  WS-ACTC-ERRMSG              PIC X(65).
       01  WS-ACTC-GOODMSG             PIC X(65).

           COPY CACTC01.

       01  WS-IBRN-ERRMSG              PIC X(65).
       01  WS-IBRN-GOODMSG             PIC X(65).

           COPY CIBRN01.
005200                                                                   
005400 COPY SQLCA .
005600                                                                   
               MOVE SPACES TO DCL-BTX-POST-DATE
           END-IF.

      * Who keyed it, when someone posts for the holder.
           MOVE CD06I-USERID TO DCL-BTX-USERID.

      *=================================================================
      * Ordinary transfer - insert two rows/records (From/To), exactly *
      * as before.                                                     *
           IF SQLCODE = ZERO
               PERFORM P900-INSERT-BNKTXN.
013400
           IF SQLCODE = ZERO
               PERFORM P230-INTER-BRANCH
           END-IF.

013800     IF SQLCODE IS NOT EQUAL TO ZERO
014000        MOVE 'Unable to insert TO transaction record'
010900          TO BANK-ERRMSG

           MOVE DCL-BTX-XFER-REF TO CD06O-XFER-REF.

      *=================================================================
      * Value moving between two branches' books - the FROM account's
      * branch owes the TO account's.  DIBRN01P writes nothing when
      * both accounts sit at the same branch; a failure leaves a
      * non-zero SQLCODE behind so the transfer is rolled back.
      *=================================================================
       P230-INTER-BRANCH.
           MOVE SPACES             TO IBRN01-DATA WS-IBRN-ERRMSG.
           SET IBRN01I-POST        TO TRUE.
           MOVE CD06I-FROM-ACC     TO IBRN01I-FROM-ACC.
           MOVE CD06I-PERSON-PID   TO IBRN01I-FROM-PID.
           MOVE CD06I-TO-ACC       TO IBRN01I-TO-ACC.
           MOVE CD06I-PERSON-PID   TO IBRN01I-TO-PID.
           MOVE CD06I-TO-AMOUNT    TO IBRN01I-AMOUNT.
           MOVE 'X'                TO IBRN01I-SOURCE.
           MOVE CD06I-FROM-ACC     TO IBRN01I-ACCNO.
           MOVE DCL-BTX-XFER-REF   TO IBRN01I-REF.
           MOVE CD06I-USERID       TO IBRN01I-USERID.
           MOVE DCL-BTX-POST-DATE  TO IBRN01I-POST-DATE.

           CALL 'DIBRN01P' USING BY REFERENCE IBRN01-DATA
                                 BY REFERENCE WS-IBRN-ERRMSG
                                 BY REFERENCE WS-IBRN-GOODMSG.

           IF WS-IBRN-ERRMSG NOT = SPACES
               MOVE -1 TO SQLCODE
           END-IF.

      *=================================================================
      * Reversal/correction - a single linked row against the account
      * being corrected.  BTX_TYPE '2' marks it as a reversal,
           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'Unable to insert reversal transaction record'
                 TO BANK-ERRMSG
           ELSE
               PERFORM P310-REVERSE-REWARDS
           END-IF.

      *-----------------------------------------------------------------
      * A reversal of a card debit takes back the rewards points the
      * debit earned (a re-debit of a reversal gives them back) -
      * DRWRD01P ignores a reference that earned nothing.
      *-----------------------------------------------------------------
       P310-REVERSE-REWARDS.
           MOVE SPACES             TO RWRD01-DATA WS-RWRD-ERRMSG.
           MOVE ZERO               TO RWRD01I-AMOUNT RWRD01I-POINTS
                                      RWRD01I-RATE.
           SET RWRD01I-REVERSE     TO TRUE.
           MOVE CD06I-USERID       TO RWRD01I-USERID.
           MOVE CD06I-ORIG-REF     TO RWRD01I-REF.
           MOVE CD06I-FROM-AMOUNT  TO RWRD01I-AMOUNT.

           CALL 'DRWRD01P' USING BY REFERENCE RWRD01-DATA
                                 BY REFERENCE WS-RWRD-ERRMSG
                                 BY REFERENCE WS-RWRD-GOODMSG.

           IF WS-RWRD-ERRMSG NOT = SPACES
               MOVE WS-RWRD-ERRMSG TO BANK-ERRMSG
           END-IF.
       
      *=================================================================
           END-IF.

      *=======================================================
      * Make Table Insert - BTX_DATA_NEW is left to default here,
      * so it is blanked before the row is hashed into the chain.
      * A failed chain link leaves a non-zero SQLCODE behind and
      * no row written, so the caller reports the insert failed.
011700 P900-INSERT-BNKTXN.
           MOVE SPACES TO DCL-BTX-DATA-NEW.
           PERFORM P950-CHAIN-LINK.

           IF WS-HASH-ERRMSG NOT = SPACES
               MOVE -1 TO SQLCODE
           ELSE
               EXEC SQL
011800              INSERT INTO BNKTXN (
                       BTX_PID,
012000                 BTX_TYPE,
012100                 BTX_SUB_TYPE,
012200                 BTX_ACCNO,
                       BTX_TIMESTAMP,
012400                 BTX_AMOUNT,
012500                 BTX_DATA_OLD,
                       BTX_CATEGORY,
                       BTX_XFER_REF,
                       BTX_BRANCH,
                       BTX_VALUE_DATE,
                       BTX_POST_DATE,
                       BTX_CHAIN_SEQ,
                       BTX_CHAIN_HASH,
                       BTX_USERID
012600              ) VALUES (
                       :DCL-BTX-PID,
012700                 :DCL-BTX-TYPE,
012800                 :DCL-BTX-SUB-TYPE,
012900                 :DCL-BTX-ACCNO :DCL-BTX-ACCNO-NULL,
                       :DCL-BTX-TIMESTAMP,
013100                 :DCL-BTX-AMOUNT,
013200                 :DCL-BTX-DATA-OLD,
                       :DCL-BTX-CATEGORY,
                       :DCL-BTX-XFER-REF,
                       :DCL-BTX-BRANCH,
                       :DCL-BTX-VALUE-DATE,
                       :DCL-BTX-POST-DATE,
                       :DCL-BTX-CHAIN-SEQ,
                       :DCL-BTX-CHAIN-HASH,
                       :DCL-BTX-USERID)
013300         END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               PERFORM P960-JOURNAL-ROW
           END-IF.

      *=======================================================
      * Make Table Insert - reversal row, also carries the
      * corrected values through in BTX_DATA_NEW.
       P910-INSERT-REVERSAL-BNKTXN.
           PERFORM P950-CHAIN-LINK.

           IF WS-HASH-ERRMSG NOT = SPACES
               MOVE -1 TO SQLCODE
           ELSE
               EXEC SQL
                    INSERT INTO BNKTXN (
                      BTX_PID,
                      BTX_TYPE,
                      BTX_SUB_TYPE,
                      BTX_ACCNO,
                      BTX_TIMESTAMP,
                      BTX_AMOUNT,
                      BTX_DATA_OLD,
                      BTX_DATA_NEW,
                      BTX_CATEGORY,
                      BTX_XFER_REF,
                      BTX_BRANCH,
                      BTX_VALUE_DATE,
                      BTX_POST_DATE,
                      BTX_CHAIN_SEQ,
                      BTX_CHAIN_HASH,
                      BTX_USERID
                    ) VALUES (
                      :DCL-BTX-PID,
                      :DCL-BTX-TYPE,
                      :DCL-BTX-SUB-TYPE,
                      :DCL-BTX-ACCNO,
                      :DCL-BTX-TIMESTAMP,
                      :DCL-BTX-AMOUNT,
                      :DCL-BTX-DATA-OLD,
                      :DCL-BTX-DATA-NEW,
                      :DCL-BTX-CATEGORY,
                      :DCL-BTX-XFER-REF,
                      :DCL-BTX-BRANCH,
                      :DCL-BTX-VALUE-DATE,
                      :DCL-BTX-POST-DATE,
                      :DCL-BTX-CHAIN-SEQ,
                      :DCL-BTX-CHAIN-HASH,
                      :DCL-BTX-USERID)
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               PERFORM P960-JOURNAL-ROW
           END-IF.

      *=======================================================
      * The row's link in the BNKTXN tamper-evidence chain -
      * DHASH01P hands back the sequence, the timestamp the row
      * is stamped with and the hash over the row as built.
       P950-CHAIN-LINK.
           MOVE SPACES TO HASH01-DATA WS-HASH-ERRMSG WS-HASH-GOODMSG.
           SET HASH01I-NEXT-LINK TO TRUE.
           SET HASH01I-BNKTXN    TO TRUE.
           MOVE DCLTXN           TO HASH01I-ROW.

           CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                 BY REFERENCE WS-HASH-ERRMSG
                                 BY REFERENCE WS-HASH-GOODMSG.

           MOVE HASH01O-SEQ       TO DCL-BTX-CHAIN-SEQ.
           MOVE HASH01O-TIMESTAMP TO DCL-BTX-TIMESTAMP.
           MOVE HASH01O-HASH      TO DCL-BTX-CHAIN-HASH.

      *=======================================================
      * The row as inserted goes to the posting journal inside
      * the caller's unit of work.  A journal failure leaves a
      * non-zero SQLCODE behind like a failed chain link, so the
      * caller reports the insert failed and rolls it back.
       P960-JOURNAL-ROW.
           MOVE SPACES            TO JRNL01-DATA WS-JRNL-ERRMSG.
           SET JRNL01I-TXN        TO TRUE.
           MOVE 'DBANK06P'        TO JRNL01I-PROGRAM.
           MOVE DCL-BTX-ACCNO     TO JRNL01I-ACCNO.
           MOVE DCL-BTX-PID       TO JRNL01I-PID.
           MOVE ZERO              TO JRNL01I-BEFORE-BAL
                                     JRNL01I-AFTER-BAL.
           MOVE DCL-BTX-ACCNO-NULL TO JRNL01I-ACCNO-NULL.
           MOVE DCLTXN            TO JRNL01I-ROW.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               MOVE -1 TO SQLCODE
           END-IF.

           IF SQLCODE = ZERO
               PERFORM P970-COUNT-ROW
           END-IF.

      *=======================================================
      * The row goes onto its account's activity counter for
      * the day, in the same unit of work.  A counter failure
      * leaves a non-zero SQLCODE behind like a journal
      * failure, so the caller rolls the posting back.
       P970-COUNT-ROW.
           MOVE SPACES             TO ACTC01-DATA WS-ACTC-ERRMSG.
           SET ACTC01I-POST        TO TRUE.
           MOVE DCL-BTX-ACCNO-NULL TO ACTC01I-ACCNO-NULL.
           MOVE DCLTXN             TO ACTC01I-ROW.

           CALL 'DACTC01P' USING BY REFERENCE ACTC01-DATA
                                 BY REFERENCE WS-ACTC-ERRMSG
                                 BY REFERENCE WS-ACTC-GOODMSG.

           IF WS-ACTC-ERRMSG NOT = SPACES
               MOVE -1 TO SQLCODE
           END-IF.
