           05  WS-PWD-EXPIRY-DAYS                PIC S9(3) COMP
                                                  VALUE 90.
           05  WS-AGE-COUNT                      PIC S9(5) COMP-3.
           05  WS-HASH-ERRMSG                    PIC X(65).
           05  WS-HASH-GOODMSG                   PIC X(65).

           COPY CHASH01.

           EXEC SQL
                BEGIN DECLARE SECTION
               MOVE 'Y' TO DCL-LGA-SUCCESS
           END-IF.

      *    The row's link in the BNKLOGA tamper-evidence chain - the
      *    row is stamped with the timestamp the link was taken at.
           MOVE SPACES TO HASH01-DATA WS-HASH-ERRMSG WS-HASH-GOODMSG.
           SET HASH01I-NEXT-LINK    TO TRUE.
           SET HASH01I-BNKLOGA      TO TRUE.
           MOVE DCLLOGA             TO HASH01I-ROW.

           CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                 BY REFERENCE WS-HASH-ERRMSG
                                 BY REFERENCE WS-HASH-GOODMSG.

           IF WS-HASH-ERRMSG = SPACES
               MOVE HASH01O-SEQ       TO DCL-LGA-CHAIN-SEQ
               MOVE HASH01O-TIMESTAMP TO DCL-LGA-TIMESTAMP
               MOVE HASH01O-HASH      TO DCL-LGA-CHAIN-HASH
               EXEC SQL
                    INSERT INTO BNKLOGA
                           (LGA_PID, LGA_TIMESTAMP, LGA_WORKSTATION,
                            LGA_SUCCESS, LGA_CHAIN_SEQ, LGA_CHAIN_HASH)
                    VALUES (:DCL-LGA-PID, :DCL-LGA-TIMESTAMP,
                            :DCL-LGA-WORKSTATION, :DCL-LGA-SUCCESS,
                            :DCL-LGA-CHAIN-SEQ, :DCL-LGA-CHAIN-HASH)
               END-EXEC
           END-IF.
