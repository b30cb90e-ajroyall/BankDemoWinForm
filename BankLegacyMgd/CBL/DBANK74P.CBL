       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).

       01  WS-HASH-ERRMSG                        PIC X(65).
       01  WS-HASH-GOODMSG                       PIC X(65).

           COPY CHASH01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.
           MOVE CD74I-BEFORE  TO DCL-MAD-BEFORE.
           MOVE CD74I-AFTER   TO DCL-MAD-AFTER.

      *    The row's link in the BNKMADT tamper-evidence chain - a
      *    failed link writes no row and is reported back.
           MOVE SPACES TO HASH01-DATA WS-HASH-ERRMSG WS-HASH-GOODMSG.
           SET HASH01I-NEXT-LINK TO TRUE.
           SET HASH01I-BNKMADT   TO TRUE.
           MOVE DCLMADT          TO HASH01I-ROW.

           CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                 BY REFERENCE WS-HASH-ERRMSG
                                 BY REFERENCE WS-HASH-GOODMSG.

           IF WS-HASH-ERRMSG NOT = SPACES
               MOVE WS-HASH-ERRMSG TO BANK-ERRMSG
               GOBACK
           END-IF.

           MOVE HASH01O-SEQ       TO DCL-MAD-CHAIN-SEQ.
           MOVE HASH01O-TIMESTAMP TO DCL-MAD-TIMESTAMP.
           MOVE HASH01O-HASH      TO DCL-MAD-CHAIN-HASH.

           EXEC SQL
                INSERT INTO BNKMADT (
                  MAD_TIMESTAMP,
                  MAD_KEY,
                  MAD_ACTION,
                  MAD_BEFORE,
                  MAD_AFTER,
                  MAD_CHAIN_SEQ,
                  MAD_CHAIN_HASH
                ) VALUES (
                  :DCL-MAD-TIMESTAMP,
                  :DCL-MAD-USERID,
                  :DCL-MAD-PROGRAM,
                  :DCL-MAD-TABLE,
                  :DCL-MAD-KEY,
                  :DCL-MAD-ACTION,
                  :DCL-MAD-BEFORE,
                  :DCL-MAD-AFTER,
                  :DCL-MAD-CHAIN-SEQ,
                  :DCL-MAD-CHAIN-HASH)
           END-EXEC.

           IF SQLCODE = ZERO
