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
001300* Program:     DSFED01P.CBL                                    *
001400* Function:    Electronic statement feed maintenance - the data *
001500*              layer behind the Statement Feeds screen.  'Q'    *
001600*              returns the account's BNKSFEED subscription and  *
001700*              its last ten BNKSFLOG deliveries.  'S' saves the *
001800*              subscription - camt.053 or MT940, and the folder *
001900*              the file goes to - and makes it active from      *
002000*              tonight's DSFED02P run.  'X' suspends it.  'R'   *
002100*              marks a delivered (or failed) file for resending *
002200*              - DSFED02P cuts it again, unchanged, on its next *
002300*              run.  Every change is audited to BNKMADT through *
002400*              DBANK74P.  Runs in the caller's unit of work -   *
002500*              the caller commits or rolls back.                *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSFED01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-FEED-FOUND-SW                  PIC X(1).
               88  WS-FEED-FOUND                 VALUE 'Y'.
           05  WS-AUDIT-ERRMSG                   PIC X(65).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFL
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSFSX.
           COPY CBANKSFLX.
           COPY CBANKSACX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CSFED01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference SFED01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO SFED01O-PID
                          SFED01O-FORMAT
                          SFED01O-DEST
                          SFED01O-STATUS
                          SFED01O-LAST-DATE.
           MOVE ZERO   TO SFED01O-STMT-SEQ SFED01O-LOG-COUNT.

           IF SFED01I-ACCNO = SPACES
               MOVE 'Please enter the account' TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN SFED01I-QUERY
                   PERFORM P100-QUERY-FEED THRU
                           QUERY-FEED-EXIT
               WHEN SFED01I-SAVE
                   PERFORM P200-SAVE-FEED THRU
                           SAVE-FEED-EXIT
               WHEN SFED01I-SUSPEND
                   PERFORM P300-SUSPEND-FEED THRU
                           SUSPEND-FEED-EXIT
               WHEN SFED01I-RESEND
                   PERFORM P400-RESEND THRU
                           RESEND-EXIT
               WHEN OTHER
                   MOVE 'Invalid statement feed function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The subscription and the deliveries, newest first.  An account
      * with no BNKSFEED row simply has no feed - not an error.
      *=================================================================
       P100-QUERY-FEED.
           PERFORM P110-READ-FEED.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-FEED-EXIT
           END-IF.

           MOVE SFED01I-ACCNO TO DCL-SFL-ACCNO.

           EXEC SQL
                DECLARE SFL_CSR CURSOR FOR
                SELECT SFL_STMT_DATE, SFL_STMT_SEQ, SFL_FORMAT,
                       SFL_STATUS, SFL_ENTRIES, SFL_SEND_COUNT,
                       SFL_SENT_TS, SFL_FILE_NAME
                FROM BNKSFLOG
                WHERE SFL_ACCNO = :DCL-SFL-ACCNO
                ORDER BY SFL_STMT_DATE DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SFL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-LOG
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR SFED01O-LOG-COUNT IS NOT LESS THAN 10.

           EXEC SQL
                CLOSE SFL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF WS-FEED-FOUND
                   MOVE 'Statement feed listed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'No statement feed for this account'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       QUERY-FEED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The BNKSFEED row, if there is one.
      *-----------------------------------------------------------------
       P110-READ-FEED.
           MOVE 'N'           TO WS-FEED-FOUND-SW.
           MOVE SFED01I-ACCNO TO DCL-SFS-ACCNO.

           EXEC SQL
                SELECT SFS_PID, SFS_FORMAT, SFS_DEST, SFS_STATUS,
                       SFS_STMT_SEQ, SFS_LAST_DATE
                  INTO :DCL-SFS-PID, :DCL-SFS-FORMAT, :DCL-SFS-DEST,
                       :DCL-SFS-STATUS, :DCL-SFS-STMT-SEQ,
                       :DCL-SFS-LAST-DATE
                  FROM BNKSFEED
                 WHERE SFS_ACCNO = :DCL-SFS-ACCNO
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-FEED-FOUND     TO TRUE
               MOVE DCL-SFS-PID       TO SFED01O-PID
               MOVE DCL-SFS-FORMAT    TO SFED01O-FORMAT
               MOVE DCL-SFS-DEST      TO SFED01O-DEST
               MOVE DCL-SFS-STATUS    TO SFED01O-STATUS
               MOVE DCL-SFS-STMT-SEQ  TO SFED01O-STMT-SEQ
               MOVE DCL-SFS-LAST-DATE TO SFED01O-LAST-DATE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P120-FETCH-LOG.
           EXEC SQL
                FETCH SFL_CSR
                INTO :DCL-SFL-STMT-DATE,
                     :DCL-SFL-STMT-SEQ,
                     :DCL-SFL-FORMAT,
                     :DCL-SFL-STATUS,
                     :DCL-SFL-ENTRIES,
                     :DCL-SFL-SEND-COUNT,
                     :DCL-SFL-SENT-TS,
                     :DCL-SFL-FILE-NAME
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO SFED01O-LOG-COUNT
               MOVE DCL-SFL-STMT-DATE
                 TO SFED01O-LOG-DATE(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-STMT-SEQ
                 TO SFED01O-LOG-SEQ(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-FORMAT
                 TO SFED01O-LOG-FORMAT(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-STATUS
                 TO SFED01O-LOG-STATUS(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-ENTRIES
                 TO SFED01O-LOG-ENTRIES(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-SEND-COUNT
                 TO SFED01O-LOG-SENDS(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-SENT-TS(1:19)
                 TO SFED01O-LOG-SENT-TS(SFED01O-LOG-COUNT)
               MOVE DCL-SFL-FILE-NAME
                 TO SFED01O-LOG-FILE(SFED01O-LOG-COUNT)
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Save the subscription - a known, open account, a format the
      * feed can produce and somewhere to put the file.  Saving makes
      * the feed active; the statement sequence carries on from
      * wherever it had got to.
      *=================================================================
       P200-SAVE-FEED.
           INSPECT SFED01I-FORMAT CONVERTING 'cm' TO 'CM'.

           IF SFED01I-FORMAT NOT = 'C' AND
              SFED01I-FORMAT NOT = 'M'
               MOVE 'Format must be C (camt.053) or M (MT940)'
                 TO BANK-ERRMSG
               GO TO SAVE-FEED-EXIT
           END-IF.

           IF SFED01I-DEST = SPACES
               MOVE 'Please enter the delivery folder' TO BANK-ERRMSG
               GO TO SAVE-FEED-EXIT
           END-IF.

           MOVE SFED01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_STATUS
                  INTO :DCL-BAC-PID, :DCL-BAC-STATUS
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not found' TO BANK-ERRMSG
               GO TO SAVE-FEED-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-FEED-EXIT
           END-IF.

           IF DCL-BAC-CLOSED
               MOVE 'The account is closed' TO BANK-ERRMSG
               GO TO SAVE-FEED-EXIT
           END-IF.

           PERFORM P110-READ-FEED.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-FEED-EXIT
           END-IF.

           MOVE SPACES         TO CD74-DATA.
           MOVE DCL-BAC-PID    TO DCL-SFS-PID.
           MOVE SFED01I-FORMAT TO DCL-SFS-FORMAT.
           MOVE SFED01I-DEST   TO DCL-SFS-DEST.
           MOVE SFED01I-USERID TO DCL-SFS-UPDATED-BY.
           SET DCL-SFS-ACTIVE  TO TRUE.

           IF WS-FEED-FOUND
               STRING 'FEED '        DELIMITED BY SIZE
                      SFED01O-FORMAT DELIMITED BY SIZE
                      SFED01O-STATUS DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      SFED01O-DEST   DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               MOVE 'C' TO CD74I-ACTION

               EXEC SQL
                    UPDATE BNKSFEED
                       SET SFS_PID        = :DCL-SFS-PID,
                           SFS_FORMAT     = :DCL-SFS-FORMAT,
                           SFS_DEST       = :DCL-SFS-DEST,
                           SFS_STATUS     = :DCL-SFS-STATUS,
                           SFS_UPDATED_BY = :DCL-SFS-UPDATED-BY,
                           SFS_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE SFS_ACCNO = :DCL-SFS-ACCNO
               END-EXEC
           ELSE
               MOVE 'A'    TO CD74I-ACTION
               MOVE ZERO   TO DCL-SFS-STMT-SEQ
               MOVE SPACES TO DCL-SFS-LAST-DATE

               EXEC SQL
                    INSERT INTO BNKSFEED (
                      SFS_ACCNO,
                      SFS_PID,
                      SFS_FORMAT,
                      SFS_DEST,
                      SFS_STATUS,
                      SFS_STMT_SEQ,
                      SFS_LAST_DATE,
                      SFS_UPDATED_BY,
                      SFS_UPDATED_TS
                    ) VALUES (
                      :DCL-SFS-ACCNO,
                      :DCL-SFS-PID,
                      :DCL-SFS-FORMAT,
                      :DCL-SFS-DEST,
                      :DCL-SFS-STATUS,
                      :DCL-SFS-STMT-SEQ,
                      :DCL-SFS-LAST-DATE,
                      :DCL-SFS-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SAVE-FEED-EXIT
           END-IF.

           STRING 'FEED '        DELIMITED BY SIZE
                  SFED01I-FORMAT DELIMITED BY SIZE
                  'A '           DELIMITED BY SIZE
                  SFED01I-DEST   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           MOVE 'BNKSFEED'    TO CD74I-TABLE.
           MOVE SFED01I-ACCNO TO CD74I-KEY.
           PERFORM P710-FEED-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-SFS-PID    TO SFED01O-PID
               MOVE DCL-SFS-FORMAT TO SFED01O-FORMAT
               MOVE DCL-SFS-DEST   TO SFED01O-DEST
               MOVE DCL-SFS-STATUS TO SFED01O-STATUS
               MOVE 'Statement feed saved - active from tonight'
                 TO GOOD-ERRMSG
           END-IF.

       SAVE-FEED-EXIT.
           EXIT.

      *=================================================================
      * Suspend the feed - the row and its sequence stay, so saving it
      * again picks up where it left off.
      *=================================================================
       P300-SUSPEND-FEED.
           PERFORM P110-READ-FEED.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SUSPEND-FEED-EXIT
           END-IF.

           IF NOT WS-FEED-FOUND
               MOVE 'No statement feed for this account'
                 TO BANK-ERRMSG
               GO TO SUSPEND-FEED-EXIT
           END-IF.

           IF DCL-SFS-SUSPENDED
               MOVE 'The statement feed is already suspended'
                 TO BANK-ERRMSG
               GO TO SUSPEND-FEED-EXIT
           END-IF.

           MOVE SFED01I-USERID   TO DCL-SFS-UPDATED-BY.
           SET DCL-SFS-SUSPENDED TO TRUE.

           EXEC SQL
                UPDATE BNKSFEED
                   SET SFS_STATUS     = :DCL-SFS-STATUS,
                       SFS_UPDATED_BY = :DCL-SFS-UPDATED-BY,
                       SFS_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE SFS_ACCNO = :DCL-SFS-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SUSPEND-FEED-EXIT
           END-IF.

           MOVE SPACES        TO CD74-DATA.
           MOVE 'C'           TO CD74I-ACTION.
           MOVE 'FEED A'      TO CD74I-BEFORE.
           MOVE 'FEED S SUSPENDED' TO CD74I-AFTER.
           MOVE 'BNKSFEED'    TO CD74I-TABLE.
           MOVE SFED01I-ACCNO TO CD74I-KEY.
           PERFORM P710-FEED-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-SFS-STATUS TO SFED01O-STATUS
               MOVE 'Statement feed suspended' TO GOOD-ERRMSG
           END-IF.

       SUSPEND-FEED-EXIT.
           EXIT.

      *=================================================================
      * Ask for a file to be cut again - tonight's DSFED02P rewrites it
      * from the balances logged with it and the same day's BNKTXN
      * rows, under the same statement number.
      *=================================================================
       P400-RESEND.
           IF SFED01I-STMT-DATE = SPACES
               MOVE 'Please enter the statement date to resend'
                 TO BANK-ERRMSG
               GO TO RESEND-EXIT
           END-IF.

           MOVE SFED01I-ACCNO     TO DCL-SFL-ACCNO.
           MOVE SFED01I-STMT-DATE TO DCL-SFL-STMT-DATE.

           EXEC SQL
                SELECT SFL_STATUS
                  INTO :DCL-SFL-STATUS
                  FROM BNKSFLOG
                 WHERE SFL_ACCNO     = :DCL-SFL-ACCNO
                   AND SFL_STMT_DATE = :DCL-SFL-STMT-DATE
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No statement was cut for that date'
                 TO BANK-ERRMSG
               GO TO RESEND-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RESEND-EXIT
           END-IF.

           IF DCL-SFL-RESEND
               MOVE 'A resend is already waiting for tonight'
                 TO BANK-ERRMSG
               GO TO RESEND-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA.
           STRING 'LOG ' DELIMITED BY SIZE
                  DCL-SFL-STATUS DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           MOVE SFED01I-USERID TO DCL-SFL-REQ-BY.
           SET DCL-SFL-RESEND  TO TRUE.

           EXEC SQL
                UPDATE BNKSFLOG
                   SET SFL_STATUS = :DCL-SFL-STATUS,
                       SFL_REQ_BY = :DCL-SFL-REQ-BY
                 WHERE SFL_ACCNO     = :DCL-SFL-ACCNO
                   AND SFL_STMT_DATE = :DCL-SFL-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO RESEND-EXIT
           END-IF.

           MOVE 'C'                  TO CD74I-ACTION.
           MOVE 'LOG R RESEND REQUESTED' TO CD74I-AFTER.
           MOVE 'BNKSFLOG'           TO CD74I-TABLE.
           STRING SFED01I-ACCNO      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SFED01I-STMT-DATE  DELIMITED BY SIZE
             INTO CD74I-KEY.
           PERFORM P710-FEED-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Statement will be resent on tonight''s run'
                 TO GOOD-ERRMSG
           END-IF.

       RESEND-EXIT.
           EXIT.

      *=================================================================
      * One BNKMADT row through DBANK74P, riding this unit of work -
      * the caller has set the table, key, action and images.
      *=================================================================
       P710-FEED-AUDIT.
           MOVE SPACES         TO WS-AUDIT-ERRMSG.
           MOVE SFED01I-USERID TO CD74I-USERID.
           MOVE 'DSFED01P'     TO CD74I-PROGRAM.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Statement feed maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
