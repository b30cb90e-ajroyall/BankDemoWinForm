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
001300* Program:     DRMAL01P.CBL                                    *
001400* Function:    Returned-mail intake, behind the B122 screen     *
001500*              (mail room) and the DRMAL02P load of the print   *
001600*              vendor's return file.  'R' records one paper     *
001700*              item that came back undelivered on BNKRMAIL,     *
001800*              with the address it was sent to, and flags the   *
001900*              customer's BCS_ADDR_STATUS undeliverable ('U').  *
002000*              From then on the statement run (DBANK07P), the   *
002100*              mail-merge export (DBANK21P) and the dispatcher  *
002200*              (DBANK32P) hold the customer's paper output      *
002300*              instead of printing it, and an 'RM' item opens   *
002400*              on the BNKDQFIX data-quality worklist (DBANK65P) *
002500*              so the address gets chased.  The flag, the       *
002600*              worklist item and the held statements clear when *
002700*              the address is changed through DBANK02P.         *
002800*              'L' lists the customer's return history.  A      *
002900*              viewer may list but not record.  Every recorded  *
003000*              return is audited to BNKMADT through DBANK74P.   *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRMAL01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-VIEWER              VALUE 'V'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-DATE-CHECK                     PIC X(10).
           05  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
               10  WS-DATE-YYYY                  PIC X(4).
               10  WS-DATE-SEP1                  PIC X(1).
               10  WS-DATE-MM                    PIC X(2).
               10  WS-DATE-SEP2                  PIC X(1).
               10  WS-DATE-DD                    PIC X(2).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDQ
           END-EXEC.

           COPY CBANKSRMX.
           COPY CBANKSCSX.
           COPY CBANKSDQX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CRMAL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference RMAL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO RMAL01O-NAME RMAL01O-ADDR-STATUS.
           MOVE ZERO   TO RMAL01O-RET-COUNT.

           EVALUATE TRUE
               WHEN RMAL01I-RECORD
                   PERFORM P100-RECORD-RETURN THRU RECORD-RETURN-EXIT
               WHEN RMAL01I-LIST
                   PERFORM P300-LIST-RETURNS THRU LIST-RETURNS-EXIT
               WHEN OTHER
                   MOVE 'Invalid returned-mail function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * One item back from the post - register it, flag the address
      * and open the worklist item.
      *=================================================================
       P100-RECORD-RETURN.
           MOVE SPACE TO WS-CALLER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :RMAL01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

           IF WS-CALLER-VIEWER
               MOVE 'A viewer may not record returned mail'
                 TO BANK-ERRMSG
               GO TO RECORD-RETURN-EXIT
           END-IF.

           MOVE RMAL01I-REASON TO DCL-RML-REASON.
           IF NOT DCL-RML-VALID-REASON
               MOVE 'Reason must be AU, MV, IA, RF or OT'
                 TO BANK-ERRMSG
               GO TO RECORD-RETURN-EXIT
           END-IF.

           MOVE RMAL01I-SOURCE TO DCL-RML-SOURCE.
           IF DCL-RML-SOURCE = SPACE
               SET DCL-RML-MAIL-ROOM TO TRUE
           END-IF.
           IF NOT DCL-RML-MAIL-ROOM AND NOT DCL-RML-VENDOR
               MOVE 'Source must be M (mail room) or V (vendor)'
                 TO BANK-ERRMSG
               GO TO RECORD-RETURN-EXIT
           END-IF.

           IF RMAL01I-RETURN-DTE = SPACES
               ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE SPACES TO WS-DATE-CHECK
               STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                      '-'             DELIMITED BY SIZE
                      WS-SYSDATE-MM   DELIMITED BY SIZE
                      '-'             DELIMITED BY SIZE
                      WS-SYSDATE-DD   DELIMITED BY SIZE
                 INTO WS-DATE-CHECK
           ELSE
               MOVE RMAL01I-RETURN-DTE TO WS-DATE-CHECK
           END-IF.

           IF WS-DATE-YYYY IS NOT NUMERIC OR
              WS-DATE-MM   IS NOT NUMERIC OR
              WS-DATE-DD   IS NOT NUMERIC OR
              WS-DATE-SEP1 NOT = '-' OR WS-DATE-SEP2 NOT = '-'
               MOVE 'Return date must be YYYY-MM-DD' TO BANK-ERRMSG
               GO TO RECORD-RETURN-EXIT
           END-IF.

           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

           MOVE RMAL01I-PID        TO DCL-RML-PID.
           MOVE WS-DATE-CHECK      TO DCL-RML-RETURN-DTE.
           MOVE RMAL01I-ITEM       TO DCL-RML-ITEM.
           IF DCL-RML-ITEM = SPACES
               MOVE 'MAIL ITEM'    TO DCL-RML-ITEM
           END-IF.
           MOVE DCL-BCS-ADDR1      TO DCL-RML-ADDR1.
           MOVE DCL-BCS-POST-CODE  TO DCL-RML-POST-CODE.
           MOVE RMAL01I-USERID     TO DCL-RML-USERID.
           SET DCL-RML-OUTSTANDING TO TRUE.

           EXEC SQL
                INSERT INTO BNKRMAIL (
                  RML_PID,
                  RML_RECEIVED_TS,
                  RML_RETURN_DTE,
                  RML_ITEM,
                  RML_REASON,
                  RML_SOURCE,
                  RML_ADDR1,
                  RML_POST_CODE,
                  RML_USERID,
                  RML_STATUS
                ) VALUES (
                  :DCL-RML-PID,
                  CURRENT TIMESTAMP,
                  :DCL-RML-RETURN-DTE,
                  :DCL-RML-ITEM,
                  :DCL-RML-REASON,
                  :DCL-RML-SOURCE,
                  :DCL-RML-ADDR1,
                  :DCL-RML-POST-CODE,
                  :DCL-RML-USERID,
                  :DCL-RML-STATUS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

      *    The address is undeliverable from now on.
           EXEC SQL
                UPDATE BNKCUST
                   SET BCS_ADDR_STATUS = 'U'
                 WHERE BCS_PID = :DCL-RML-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

           PERFORM P200-RAISE-WORKLIST.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

           MOVE 'A'        TO CD74I-ACTION.
           MOVE 'BNKRMAIL' TO CD74I-TABLE.
           MOVE SPACES     TO CD74I-KEY CD74I-BEFORE CD74I-AFTER.
           STRING DCL-RML-PID        DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  DCL-RML-RETURN-DTE DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'RSN='             DELIMITED BY SIZE
                  DCL-RML-REASON     DELIMITED BY SIZE
                  ' SRC='            DELIMITED BY SIZE
                  DCL-RML-SOURCE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DCL-RML-ITEM       DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  DCL-RML-ADDR1      DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-RETURN-EXIT
           END-IF.

           MOVE DCL-BCS-NAME TO RMAL01O-NAME.
           MOVE 'U'          TO RMAL01O-ADDR-STATUS.
           MOVE 'Returned mail recorded - paper mail now held'
             TO GOOD-ERRMSG.

       RECORD-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The address goes on the data-quality worklist - once, however
      * many items come back, the same way the scrub raises its own.
      *-----------------------------------------------------------------
       P200-RAISE-WORKLIST.
           MOVE DCL-RML-PID TO DCL-DQF-PID.
           MOVE 'RM'        TO DCL-DQF-REASON.
           MOVE 'Mail returned - address bad' TO DCL-DQF-REASON-TEXT.

           EXEC SQL
                UPDATE BNKDQFIX
                   SET DQF_REASON_TEXT = :DCL-DQF-REASON-TEXT
                 WHERE DQF_PID    = :DCL-DQF-PID
                   AND DQF_REASON = :DCL-DQF-REASON
                   AND DQF_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                    INSERT INTO BNKDQFIX (
                      DQF_PID,
                      DQF_REASON,
                      DQF_REASON_TEXT,
                      DQF_STATUS,
                      DQF_CREATED_TS
                    ) VALUES (
                      :DCL-DQF-PID,
                      :DCL-DQF-REASON,
                      :DCL-DQF-REASON-TEXT,
                      'O',
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The customer's returns, newest first.
      *=================================================================
       P300-LIST-RETURNS.
           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-RETURNS-EXIT
           END-IF.

           MOVE DCL-BCS-NAME        TO RMAL01O-NAME.
           MOVE DCL-BCS-ADDR-STATUS TO RMAL01O-ADDR-STATUS.
           MOVE RMAL01I-PID         TO DCL-RML-PID.

           EXEC SQL
                DECLARE RML_CSR CURSOR FOR
                SELECT RML_RECEIVED_TS, RML_RETURN_DTE, RML_ITEM,
                       RML_REASON, RML_SOURCE, RML_ADDR1,
                       RML_POST_CODE, RML_USERID, RML_STATUS
                FROM BNKRMAIL
                WHERE RML_PID = :DCL-RML-PID
                ORDER BY RML_RECEIVED_TS DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RML_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-RETURNS-EXIT
           END-IF.

           PERFORM P310-FETCH-RETURN
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RMAL01O-RET-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE RML_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF RMAL01O-RET-COUNT = ZERO
                   MOVE 'No returned mail on file' TO GOOD-ERRMSG
               ELSE
                   IF RMAL01O-UNDELIVERABLE
                       MOVE 'Address undeliverable - paper mail held'
                         TO GOOD-ERRMSG
                   ELSE
                       MOVE 'Returned mail listed - address cleared'
                         TO GOOD-ERRMSG
                   END-IF
               END-IF
           END-IF.

       LIST-RETURNS-EXIT.
           EXIT.

       P310-FETCH-RETURN.
           EXEC SQL
                FETCH RML_CSR
                INTO :DCL-RML-RECEIVED-TS, :DCL-RML-RETURN-DTE,
                     :DCL-RML-ITEM, :DCL-RML-REASON, :DCL-RML-SOURCE,
                     :DCL-RML-ADDR1, :DCL-RML-POST-CODE,
                     :DCL-RML-USERID, :DCL-RML-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO RMAL01O-RET-COUNT
               MOVE RMAL01O-RET-COUNT   TO WS-SUB
               MOVE DCL-RML-RECEIVED-TS(1:10)
                 TO RMAL01O-R-RECEIVED(WS-SUB)
               MOVE DCL-RML-RETURN-DTE  TO RMAL01O-R-RETURN-DTE(WS-SUB)
               MOVE DCL-RML-ITEM        TO RMAL01O-R-ITEM(WS-SUB)
               MOVE DCL-RML-REASON      TO RMAL01O-R-REASON(WS-SUB)
               MOVE DCL-RML-SOURCE      TO RMAL01O-R-SOURCE(WS-SUB)
               MOVE DCL-RML-ADDR1       TO RMAL01O-R-ADDR1(WS-SUB)
               MOVE DCL-RML-POST-CODE   TO RMAL01O-R-POST-CODE(WS-SUB)
               MOVE DCL-RML-USERID      TO RMAL01O-R-USERID(WS-SUB)
               MOVE DCL-RML-STATUS      TO RMAL01O-R-STATUS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Audit through DBANK74P - key is PID/return date.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE RMAL01I-USERID TO CD74I-USERID.
           MOVE 'DRMAL01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The customer and the address the mail went to.
      *-----------------------------------------------------------------
       P700-GET-CUSTOMER.
           IF RMAL01I-PID = SPACES
               MOVE 'Please enter the customer PID' TO BANK-ERRMSG
           ELSE
               MOVE RMAL01I-PID TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_NAME, BCS_ADDR1, BCS_POST_CODE,
                           BCS_ADDR_STATUS
                      INTO :DCL-BCS-NAME, :DCL-BCS-ADDR1,
                           :DCL-BCS-POST-CODE, :DCL-BCS-ADDR-STATUS
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Customer not on file' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Returned mail failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
