002100*              unless the calling officer holds the             *
002200*              administrator BCS_ROLE, and writes its own       *
002300*              BNKSADT row of who changed what and when.        *
002310*              An officer may not unlock, or change the role    *
002320*              of, their own login or a declared relation's     *
002330*              (DSTAF01P) - another administrator must.         *
002400*              SQL version                                      *
002500*****************************************************************

           05  WS-NEW-VALUE                      PIC X(10).
           05  WS-ACTION                         PIC X(10).

       01  WS-HASH-ERRMSG                        PIC X(65).
       01  WS-HASH-GOODMSG                       PIC X(65).

           COPY CHASH01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.
           COPY CBANKSSAX.

       01  WS-ADMIN-ROLE                         PIC X(1).
       01  WS-STAFF-ERRMSG                       PIC X(65).
       01  WS-STAFF-GOODMSG                      PIC X(65).
       01  WS-LOGOFF-NULL                        PIC S9(4) COMP.

           COPY SQLCA.
                END DECLARE SECTION
           END-EXEC.

           COPY CSTAF01.

       LINKAGE SECTION.
       COPY CBANKVC53.

               END-IF
           END-IF.

           IF CD53I-UNLOCK OR CD53I-ROLE
               PERFORM P060-CHECK-STAFF
               IF BANK-ERRMSG > SPACES
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CD53I-SEARCH
                   PERFORM P100-SEARCH-USER THRU SEARCH-USER-EXIT
                 TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * An unlock or role change for the officer's own login, or for
      * a customer they have declared a relation to, is refused.
      *=================================================================
       P060-CHECK-STAFF.
           MOVE SPACES           TO STAF01-DATA
                                    WS-STAFF-ERRMSG WS-STAFF-GOODMSG.
           SET STAF01I-CHECK     TO TRUE.
           MOVE CD53I-ADMIN-PID  TO STAF01I-USERID.
           MOVE CD53I-TARGET-PID TO STAF01I-PID.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-STAFF-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG.

           IF WS-STAFF-ERRMSG NOT = SPACES
               MOVE WS-STAFF-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related - another administrator must act'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * The user's security profile plus their most recent BNKLOGA
      * activity, newest first.
           MOVE WS-OLD-VALUE     TO DCL-SAD-OLD-VALUE.
           MOVE WS-NEW-VALUE     TO DCL-SAD-NEW-VALUE.

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
