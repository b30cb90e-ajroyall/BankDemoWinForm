001600*              after confirming the customer's identity, and    *
001700*              the action lands on the BNKSADT audit: who       *
001800*              verified whom, and when.                         *
001810*              A teller tied as staff to the account - their    *
001820*              own or a declared relation's (DSTAF01P) - may    *
001830*              not wake it; a supervisor must.                  *
001900*              SQL version                                      *
002000*****************************************************************

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).

       01  WS-HASH-ERRMSG                        PIC X(65).
       01  WS-HASH-GOODMSG                       PIC X(65).
       01  WS-STAFF-ERRMSG                       PIC X(65).
       01  WS-STAFF-GOODMSG                      PIC X(65).

           COPY CHASH01.
           COPY CSTAF01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.
               GOBACK
           END-IF.

           PERFORM P100-CHECK-STAFF.
           IF BANK-ERRMSG NOT = SPACES
               GOBACK
           END-IF.

           EXEC SQL
                UPDATE BNKACC
                   SET BAC_STATUS = 'A'

           GOBACK.

      *=================================================================
      * Staff may not reactivate their own or a declared relation's
      * account.
      *=================================================================
       P100-CHECK-STAFF.
           MOVE SPACES       TO STAF01-DATA
                                WS-STAFF-ERRMSG WS-STAFF-GOODMSG.
           SET STAF01I-CHECK TO TRUE.
           MOVE CD70I-TELLER TO STAF01I-USERID.
           MOVE CD70I-ACCNO  TO STAF01I-ACCNO.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-STAFF-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG.

           IF WS-STAFF-ERRMSG NOT = SPACES
               MOVE WS-STAFF-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related - a supervisor must reactivate'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * The audit row - the teller who verified, the customer whose
      * account woke up, dormancy back to active.
           MOVE 'D'          TO DCL-SAD-OLD-VALUE.
           MOVE 'A'          TO DCL-SAD-NEW-VALUE.

      *    The row's link in the BNKSADT tamper-evidence chain - a
      *    failed link writes no row and is reported back.
           MOVE SPACES TO HASH01-DATA WS-HASH-ERRMSG WS-HASH-GOODMSG.
           SET HASH01I-NEXT-LINK TO TRUE.
           SET HASH01I-BNKSADT   TO TRUE.
           MOVE DCLSADT          TO HASH01I-ROW.

           CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                 BY REFERENCE WS-HASH-ERRMSG
                                 BY REFERENCE WS-HASH-GOODMSG.

           IF WS-HASH-ERRMSG NOT = SPACES
               MOVE WS-HASH-ERRMSG TO BANK-ERRMSG
           ELSE
               MOVE HASH01O-SEQ       TO DCL-SAD-CHAIN-SEQ
               MOVE HASH01O-TIMESTAMP TO DCL-SAD-TIMESTAMP
               MOVE HASH01O-HASH      TO DCL-SAD-CHAIN-HASH
               EXEC SQL
                    INSERT INTO BNKSADT (
                      SAD_TIMESTAMP,
                      SAD_ADMIN_PID,
                      SAD_TARGET_PID,
                      SAD_ACTION,
                      SAD_OLD_VALUE,
                      SAD_NEW_VALUE,
                      SAD_CHAIN_SEQ,
                      SAD_CHAIN_HASH
                    ) VALUES (
                      :DCL-SAD-TIMESTAMP,
                      :DCL-SAD-ADMIN-PID,
                      :DCL-SAD-TARGET-PID,
                      :DCL-SAD-ACTION,
                      :DCL-SAD-OLD-VALUE,
                      :DCL-SAD-NEW-VALUE,
                      :DCL-SAD-CHAIN-SEQ,
                      :DCL-SAD-CHAIN-HASH)
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
