001600*              the PID being added must not already be linked    *
001700*              to it, either as the original owner or as an      *
001800*              existing joint holder.                            *
001810*              Role 'G' makes the holder the guardian of a minor *
001820*              owner - only on an account whose owner is under   *
001830*              age (DMINR01P), and never a minor as guardian.    *
001840*              A guardian row reads back as not found once the   *
001850*              owner comes of age, so the authority lapses on    *
001860*              the birthday itself.  'D' takes a holder off the  *
001870*              account (never the owner's own row), audited to   *
001880*              BNKMADT like an add.                              *
001900*              SQL version                                       *
002000*****************************************************************

           05  WS-CUST-COUNT                      PIC S9(5) COMP-3.
           05  WS-LINK-COUNT                      PIC S9(5) COMP-3.
           05  WS-AUDIT-ERRMSG                    PIC X(65).
           05  WS-MINR-ERRMSG                     PIC X(65).
           05  WS-MINR-GOODMSG                    PIC X(65).

           COPY CBANKVC74.
           COPY CMINR01.

           EXEC SQL
                BEGIN DECLARE SECTION
               GOBACK
           END-IF.

           IF CD22I-REMOVE
               PERFORM P500-REMOVE-HOLDER THRU REMOVE-HOLDER-EXIT
               GOBACK
           END-IF.

           PERFORM P100-VALIDATE-ACCOUNT.

           IF BANK-ERRMSG = SPACES
               PERFORM P120-VALIDATE-NOT-LINKED
           END-IF.

           IF BANK-ERRMSG = SPACES AND CD22I-ROLE = 'G'
               PERFORM P130-VALIDATE-GUARDIAN
           END-IF.

      *    Re-adding an existing holder is a re-grade - the role and
      *    limit move, nothing else.
           IF BANK-ERRMSG = SPACES AND WS-LINK-COUNT > ZERO
               END-EXEC
           END-IF.

      *=================================================================
      * A guardian only on a minor's account, and only an adult as
      * guardian.
      *=================================================================
       P130-VALIDATE-GUARDIAN.
           MOVE SPACES        TO MINR01-DATA.
           SET MINR01I-ACCOUNT TO TRUE.
           MOVE CD22I-ACCNO   TO MINR01I-ACCNO.
           PERFORM P600-CALL-MINOR-STATUS.

           IF BANK-ERRMSG = SPACES AND NOT MINR01O-IS-MINOR
               MOVE 'A guardian is only for a minor''s account'
                 TO BANK-ERRMSG
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE SPACES        TO MINR01-DATA
               SET MINR01I-PERSON TO TRUE
               MOVE CD22I-PID     TO MINR01I-PID
               PERFORM P600-CALL-MINOR-STATUS
               IF BANK-ERRMSG = SPACES AND MINR01O-IS-MINOR
                   MOVE 'A minor cannot be a guardian' TO BANK-ERRMSG
               END-IF
           END-IF.

       P600-CALL-MINOR-STATUS.
           MOVE SPACES TO WS-MINR-ERRMSG WS-MINR-GOODMSG.

           CALL 'DMINR01P' USING BY REFERENCE MINR01-DATA
                                 BY REFERENCE WS-MINR-ERRMSG
                                 BY REFERENCE WS-MINR-GOODMSG.

           IF WS-MINR-ERRMSG NOT = SPACES
               MOVE WS-MINR-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * Insert the new joint-holder row.
      *=================================================================
      *-----------------------------------------------------------------
       P320-RESOLVE-CLASS.
           IF CD22I-ROLE = 'S' OR CD22I-ROLE = 'V' OR
              CD22I-ROLE = 'J' OR CD22I-ROLE = 'G'
               MOVE CD22I-ROLE TO DCL-ACH-ROLE
           ELSE
               MOVE 'J' TO DCL-ACH-ROLE
               MOVE DCL-ACH-ROLE  TO CD22O-ROLE
               MOVE DCL-ACH-LIMIT TO CD22O-LIMIT
               SET CD22O-SAVE-OK  TO TRUE
               IF DCL-ACH-IS-GUARDIAN
                   PERFORM P210-CHECK-GUARDIAN-LAPSED
               END-IF
           ELSE
               IF SQLCODE NOT = +100
                   MOVE SQLCODE TO SQLCODE-DISP
                   SET CD22O-SAVE-OK TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A guardian's authority ends when the owner comes of age - the
      * row is answered as not found from the birthday on, whether
      * or not the conversion has taken it off yet.
      *-----------------------------------------------------------------
       P210-CHECK-GUARDIAN-LAPSED.
           MOVE SPACES        TO MINR01-DATA.
           SET MINR01I-ACCOUNT TO TRUE.
           MOVE CD22I-ACCNO   TO MINR01I-ACCNO.
           PERFORM P600-CALL-MINOR-STATUS.

           IF BANK-ERRMSG = SPACES AND NOT MINR01O-IS-MINOR
               MOVE SPACES TO CD22O-FOUND-SW CD22O-ROLE
               MOVE ZERO   TO CD22O-LIMIT
           END-IF.

      *=================================================================
      * Take a holder off the account - the owner's own 'P' row stays;
      * an owner leaves only by closing the account.
      *=================================================================
       P500-REMOVE-HOLDER.
           MOVE CD22I-ACCNO TO DCL-ACH-ACCNO.
           MOVE CD22I-PID   TO DCL-ACH-PID.

           EXEC SQL
                SELECT ACH_ROLE
                  INTO :DCL-ACH-ROLE
                  FROM BNKACCHLD
                 WHERE ACH_ACCNO = :DCL-ACH-ACCNO
                   AND ACH_PID   = :DCL-ACH-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer is not a holder of this account'
                 TO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-DISP
               STRING 'Holder lookup failed - SQLCODE: '
                        DELIMITED BY SIZE
                      SQLCODE-DISP DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           IF DCL-ACH-IS-OWNER
               MOVE 'The owner cannot be removed from the account'
                 TO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM BNKACCHLD
                 WHERE ACH_ACCNO = :DCL-ACH-ACCNO
                   AND ACH_PID   = :DCL-ACH-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-DISP
               STRING 'Unable to remove holder - SQLCODE: '
                        DELIMITED BY SIZE
                      SQLCODE-DISP DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO REMOVE-HOLDER-EXIT
           END-IF.

           MOVE SPACES        TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE CD22I-USERID  TO CD74I-USERID.
           MOVE 'DBANK22P'    TO CD74I-PROGRAM.
           MOVE 'BNKACCHL'    TO CD74I-TABLE.
           STRING CD22I-ACCNO DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  CD22I-PID   DELIMITED BY SIZE
             INTO CD74I-KEY.
           MOVE 'D'           TO CD74I-ACTION.
           STRING 'Holder '   DELIMITED BY SIZE
                  CD22I-PID   DELIMITED BY SIZE
                  ' role '    DELIMITED BY SIZE
                  DCL-ACH-ROLE DELIMITED BY SIZE
                  ' on account ' DELIMITED BY SIZE
                  CD22I-ACCNO DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           ELSE
               SET CD22O-SAVE-OK TO TRUE
           END-IF.

       REMOVE-HOLDER-EXIT.
           EXIT.
