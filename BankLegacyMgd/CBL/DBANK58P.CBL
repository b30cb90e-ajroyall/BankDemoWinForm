002100*              BNKATYPE, records the rate movement on BNKRATEH  *
002200*              through DBANK57P, and writes the BNKSADT audit   *
002300*              row of who changed what and when.                *
002310*              Approval and rejection stamp ATP_DECIDED_TS for  *
002320*              the monthly segregation-of-duties run (DSODR02P).*
002400*              SQL version                                      *
002500*****************************************************************

       01  RATE-ERRMSG                           PIC X(65).
       01  RATE-GOODMSG                          PIC X(65).

       01  WS-HASH-ERRMSG                        PIC X(65).
       01  WS-HASH-GOODMSG                       PIC X(65).

           COPY CHASH01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.
           EXEC SQL
                UPDATE BNKATPND
                   SET ATP_STATUS      = :DCL-ATP-STATUS,
                       ATP_APPROVED_BY = :DCL-ATP-APPROVED-BY,
                       ATP_DECIDED_TS  = CURRENT TIMESTAMP
                 WHERE ATP_CREATED_TS = :DCL-ATP-CREATED-TS
                   AND ATP_STATUS = 'P'
           END-EXEC.
           EXEC SQL
                UPDATE BNKATPND
                   SET ATP_STATUS      = 'R',
                       ATP_APPROVED_BY = :DCL-ATP-APPROVED-BY,
                       ATP_DECIDED_TS  = CURRENT TIMESTAMP
                 WHERE ATP_CREATED_TS = :DCL-ATP-CREATED-TS
                   AND ATP_STATUS = 'P'
           END-EXEC.
           MOVE WS-OLD-RATE-DSP      TO DCL-SAD-OLD-VALUE.
           MOVE WS-NEW-RATE-DSP      TO DCL-SAD-NEW-VALUE.

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
