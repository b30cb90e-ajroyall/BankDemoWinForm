001900*              under the next id, 'D' retires one.  Every       *
002000*              change writes its before/after images to         *
002100*              BNKMADT through DBANK74P, the DBANK19P way.      *
002110*              A message added without a purpose is taken as    *
002120*              marketing ('M'); 'S' marks a service message     *
002130*              shown regardless of marketing consent.           *
002200*              SQL version                                      *
002300*****************************************************************

           EXEC SQL
                DECLARE SGM_CSR CURSOR FOR
                SELECT SMG_ID, SMG_TEXT, SMG_FROM_DATE, SMG_TO_DATE,
                       SMG_BRANCH, SMG_TIER, SMG_ACCTYPE, SMG_PURPOSE
                FROM BNKSMSG
                WHERE SMG_STATUS = 'A'
                ORDER BY SMG_ID
                     :DCL-SMG-TO-DATE,
                     :DCL-SMG-BRANCH,
                     :DCL-SMG-TIER,
                     :DCL-SMG-ACCTYPE,
                     :DCL-SMG-PURPOSE
           END-EXEC.

           IF SQLCODE = ZERO
                 TO SMSG01O-TIER(WS-SUB)
               MOVE DCL-SMG-ACCTYPE
                 TO SMSG01O-ACCTYPE(WS-SUB)
               MOVE DCL-SMG-PURPOSE
                 TO SMSG01O-PURPOSE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.
               GO TO ADD-MESSAGE-EXIT
           END-IF.

           IF SMSG01I-PURPOSE NOT = SPACES
              AND SMSG01I-PURPOSE NOT = 'S'
              AND SMSG01I-PURPOSE NOT = 'M'
               MOVE 'Purpose must be S (service) or M (marketing)'
                 TO BANK-ERRMSG
               GO TO ADD-MESSAGE-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(SMG_ID), 0) + 1
                  INTO :DCL-SMG-ID
           MOVE SMSG01I-BRANCH    TO DCL-SMG-BRANCH.
           MOVE SMSG01I-TIER      TO DCL-SMG-TIER.
           MOVE SMSG01I-ACCTYPE   TO DCL-SMG-ACCTYPE.
           MOVE SMSG01I-PURPOSE   TO DCL-SMG-PURPOSE.
           MOVE SMSG01I-USERID    TO DCL-SMG-UPDATED-BY.

           IF DCL-SMG-BRANCH = SPACES
           IF DCL-SMG-ACCTYPE = SPACES
               MOVE '*' TO DCL-SMG-ACCTYPE
           END-IF.
           IF DCL-SMG-PURPOSE = SPACES
               SET DCL-SMG-MARKETING TO TRUE
           END-IF.

           EXEC SQL
                INSERT INTO BNKSMSG (
                  SMG_ACCTYPE,
                  SMG_STATUS,
                  SMG_UPDATED_BY,
                  SMG_UPDATED_TS,
                  SMG_PURPOSE
                ) VALUES (
                  :DCL-SMG-ID,
                  :DCL-SMG-TEXT,
                  :DCL-SMG-ACCTYPE,
                  'A',
                  :DCL-SMG-UPDATED-BY,
                  CURRENT TIMESTAMP,
                  :DCL-SMG-PURPOSE)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
