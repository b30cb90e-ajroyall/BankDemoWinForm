002200*              adjustment the accrual would have credited over  *
002300*              those nights, all one unit of work.  DVALD02P's  *
002400*              daily report keeps the practice visible.         *
      *              A credit to a loan account is applied to its     *
      *              repayment schedule as of the value date.         *
      *              Staff may not back-value a posting to their own  *
      *              or a declared relation's account (DSTAF01P); the *
      *              BNKTXN rows carry the officer who posted them.   *
002500*              SQL version                                      *
002600*****************************************************************


       01  WS-BDATE-ERRMSG                       PIC X(65).
       01  WS-BDATE-GOODMSG                      PIC X(65).
       01  WS-STAFF-ERRMSG                       PIC X(65).
       01  WS-STAFF-GOODMSG                      PIC X(65).

           COPY CBANKVC91.
           COPY CLOAN09.
           COPY CSTAF01.

       LINKAGE SECTION.
       COPY CVALD01.
               IF BANK-ERRMSG NOT = SPACES
                   GOBACK
               END-IF
               PERFORM P095-CHECK-STAFF
               IF BANK-ERRMSG NOT = SPACES
                   GOBACK
               END-IF
           END-IF.



           MOVE SPACES             TO CD06-DATA.
           MOVE DCL-BAC-PID        TO CD06I-PERSON-PID.
           MOVE VALD01I-USERID     TO CD06I-USERID.
           SET CD06I-LEDGER        TO TRUE.
           MOVE 'D'                TO CD06I-CATEGORY.
           MOVE DCL-BAC-ACCNO      TO CD06I-FROM-ACC.

               MOVE SPACES             TO CD06-DATA
               MOVE DCL-BAC-PID        TO CD06I-PERSON-PID
               MOVE VALD01I-USERID     TO CD06I-USERID
               SET CD06I-INTEREST      TO TRUE
               MOVE DCL-BAC-ACCNO      TO CD06I-FROM-ACC
               MOVE WS-INT-ADJUST      TO CD06I-FROM-AMOUNT
               CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG

               IF BANK-ERRMSG NOT = SPACES
                   GO TO POST-BACK-VALUED-EXIT
               END-IF
           END-IF.

      *    A back-valued credit to a loan account is a repayment made
      *    on its value date - DLOAN09P applies it to the schedule.
           IF DCL-BAC-ACCTYPE = 'L'
               MOVE SPACES             TO LOAN09-DATA
               SET LOAN09I-APPLY       TO TRUE
               SET LOAN09I-FROM-BACKVALUE TO TRUE
               MOVE VALD01I-USERID     TO LOAN09I-USERID
               MOVE DCL-BAC-ACCNO      TO LOAN09I-LOAN-ACC
               MOVE VALD01I-AMOUNT     TO LOAN09I-AMOUNT
               MOVE ZERO               TO LOAN09I-SETTLE-INT
               MOVE VALD01I-VALUE-DATE TO LOAN09I-VALUE-DATE

               CALL 'DLOAN09P' USING BY REFERENCE LOAN09-DATA
                                     BY REFERENCE BANK-ERRMSG
                                     BY REFERENCE GOOD-ERRMSG
           END-IF.

       POST-BACK-VALUED-EXIT.
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *=================================================================
      * Back-valuing is refused outright on an account the officer is
      * tied to as staff - their own or a declared relation's - there
      * is no queue to park a back-valued posting on, so a supervisor
      * keys it instead.
      *=================================================================
       P095-CHECK-STAFF.
           MOVE SPACES         TO STAF01-DATA
                                  WS-STAFF-ERRMSG WS-STAFF-GOODMSG.
           SET STAF01I-CHECK   TO TRUE.
           MOVE VALD01I-USERID TO STAF01I-USERID.
           MOVE VALD01I-ACCNO  TO STAF01I-ACCNO.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-STAFF-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG.

           IF WS-STAFF-ERRMSG NOT = SPACES
               MOVE WS-STAFF-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related account - a supervisor must post'
                     TO BANK-ERRMSG
               END-IF
           END-IF.
