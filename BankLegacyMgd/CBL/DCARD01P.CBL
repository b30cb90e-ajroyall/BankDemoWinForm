002200*              action writes its before/after images to         *
002300*              BNKMADT through DBANK74P.  DBANK46P declines     *
002400*              activity on anything but an active, unexpired    *
002500*              card.  'R' asks for a reissue of a hot card -    *
002510*              DCARD04P's renewal run cuts the new plastic.     *
002520*              Activating a renewal or reissue closes the card  *
002530*              it replaces, with its own audit row.             *
002600*              SQL version                                      *
002700*****************************************************************

               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).
           05  WS-AUDIT-KEY                      PIC X(16).

           COPY CBANKVC74.


       01  WS-PID-LOW                            PIC X(5).
       01  WS-PID-HIGH                           PIC X(5).
       01  WS-OLD-NUMBER                         PIC X(16).
       01  WS-OLD-STATUS                         PIC X(1).

           COPY SQLCA.

                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE CARD01I-NUMBER TO WS-AUDIT-KEY.

           EVALUATE TRUE
               WHEN CARD01I-LIST
               WHEN CARD01I-SET-STATUS
                   PERFORM P300-SET-STATUS THRU
                           SET-STATUS-EXIT
               WHEN CARD01I-REISSUE
                   PERFORM P400-REQUEST-REISSUE THRU
                           REQUEST-REISSUE-EXIT
               WHEN OTHER
                   MOVE 'Invalid card maintenance function'
                     TO BANK-ERRMSG
           EXEC SQL
                DECLARE CRD_CSR CURSOR FOR
                SELECT CRD_NUMBER, CRD_ACCNO, CRD_PID, CRD_STATUS,
                       CRD_ISSUE_DATE, CRD_EXPIRY_DATE,
                       CRD_REPLACES, CRD_REISSUE
                FROM BNKCARD
                WHERE CRD_PID >= :WS-PID-LOW
                  AND CRD_PID <= :WS-PID-HIGH
                     :DCL-CRD-PID,
                     :DCL-CRD-STATUS,
                     :DCL-CRD-ISSUE-DATE,
                     :DCL-CRD-EXPIRY-DATE,
                     :DCL-CRD-REPLACES,
                     :DCL-CRD-REISSUE
           END-EXEC.

           IF SQLCODE = ZERO
                 TO CARD01O-ISSUE-DATE(WS-SUB)
               MOVE DCL-CRD-EXPIRY-DATE
                 TO CARD01O-EXPIRY-DATE(WS-SUB)
               MOVE DCL-CRD-REPLACES
                 TO CARD01O-REPLACES(WS-SUB)
               MOVE DCL-CRD-REISSUE
                 TO CARD01O-REISSUE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.
      * Move the lifecycle - activate an issued card, hot-card a
      * lost/stolen one (effective against the very next import run),
      * or close one.  A hot or closed card never comes back - a
      * replacement is a new issue.  The old card of a renewal or
      * reissue stays usable until its successor is activated, and
      * is closed then.
      *=================================================================
       P300-SET-STATUS.
           IF CARD01I-NEW-STATUS NOT = 'A' AND
           MOVE CARD01I-NUMBER TO DCL-CRD-NUMBER.

           EXEC SQL
                SELECT CRD_STATUS, CRD_REPLACES
                  INTO :DCL-CRD-STATUS, :DCL-CRD-REPLACES
                  FROM BNKCARD
                 WHERE CRD_NUMBER = :DCL-CRD-NUMBER
           END-EXEC.
               MOVE 'Card status updated' TO GOOD-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              CARD01I-NEW-STATUS = 'A' AND
              DCL-CRD-REPLACES NOT = SPACES
               PERFORM P310-CLOSE-REPLACED THRU
                       CLOSE-REPLACED-EXIT
           END-IF.

       SET-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The new card is live, so the one it replaces closes now -
      * unless it was hot-carded or closed already.
      *-----------------------------------------------------------------
       P310-CLOSE-REPLACED.
           MOVE DCL-CRD-REPLACES TO WS-OLD-NUMBER.

           EXEC SQL
                SELECT CRD_STATUS
                  INTO :WS-OLD-STATUS
                  FROM BNKCARD
                 WHERE CRD_NUMBER = :WS-OLD-NUMBER
           END-EXEC.

           IF SQLCODE = +100
               MOVE ZERO TO SQLCODE
               GO TO CLOSE-REPLACED-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-REPLACED-EXIT
           END-IF.

           IF WS-OLD-STATUS = 'L' OR WS-OLD-STATUS = 'X'
               GO TO CLOSE-REPLACED-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKCARD
                   SET CRD_STATUS     = 'X',
                       CRD_UPDATED_BY = :DCL-CRD-UPDATED-BY,
                       CRD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CRD_NUMBER = :WS-OLD-NUMBER
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE WS-OLD-NUMBER TO WS-AUDIT-KEY
               MOVE SPACES TO CD74I-BEFORE CD74I-AFTER
               STRING 'STATUS=' DELIMITED BY SIZE
                      WS-OLD-STATUS DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               MOVE 'STATUS=X (replaced)' TO CD74I-AFTER
               MOVE 'C' TO CD74I-ACTION
               PERFORM P600-WRITE-AUDIT
               MOVE CARD01I-NUMBER TO WS-AUDIT-KEY
               MOVE 'Card activated - the card it replaces is closed'
                 TO GOOD-ERRMSG
           END-IF.

       CLOSE-REPLACED-EXIT.
           EXIT.

      *=================================================================
      * Ask for a reissue of a hot-carded card - the next renewal run
      * cuts the replacement onto the same account and embosser file.
      *=================================================================
       P400-REQUEST-REISSUE.
           MOVE CARD01I-NUMBER TO DCL-CRD-NUMBER.

           EXEC SQL
                SELECT CRD_STATUS, CRD_REISSUE
                  INTO :DCL-CRD-STATUS, :DCL-CRD-REISSUE
                  FROM BNKCARD
                 WHERE CRD_NUMBER = :DCL-CRD-NUMBER
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Card not on file' TO BANK-ERRMSG
               GO TO REQUEST-REISSUE-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REQUEST-REISSUE-EXIT
           END-IF.

           IF NOT DCL-CRD-HOT
               MOVE 'Only a hot-carded card is reissued' TO BANK-ERRMSG
               GO TO REQUEST-REISSUE-EXIT
           END-IF.

           IF NOT DCL-CRD-NO-REISSUE
               MOVE 'This card has already been reissued'
                 TO BANK-ERRMSG
               GO TO REQUEST-REISSUE-EXIT
           END-IF.

           MOVE CARD01I-USERID TO DCL-CRD-UPDATED-BY.

           EXEC SQL
                UPDATE BNKCARD
                   SET CRD_REISSUE    = 'R',
                       CRD_UPDATED_BY = :DCL-CRD-UPDATED-BY,
                       CRD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CRD_NUMBER = :DCL-CRD-NUMBER
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'REISSUE= ' TO CD74I-BEFORE
               MOVE 'REISSUE=R (requested)' TO CD74I-AFTER
               MOVE 'C' TO CD74I-ACTION
               PERFORM P600-WRITE-AUDIT
               MOVE 'Reissue requested - goes with the next renewal run'
                 TO GOOD-ERRMSG
           END-IF.

       REQUEST-REISSUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today's date, in the same YYYY-MM-DD form the card dates are
      * held in.
           MOVE CARD01I-USERID   TO CD74I-USERID.
           MOVE 'DCARD01P'       TO CD74I-PROGRAM.
           MOVE 'BNKCARD '       TO CD74I-TABLE.
           MOVE WS-AUDIT-KEY     TO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

