003000*              before/after images to BNKMADT through           *
003100*              DBANK74P.  DFEEW02P is the monthly waived/       *
003200*              refunded-fees report by branch and reason.       *
003210*              Staff may not approve a waiver on their own or a *
003220*              declared relation's account (DSTAF01P).          *
003300*              SQL version                                      *
003400*****************************************************************


       01  WS-BDATE-ERRMSG                       PIC X(65).
       01  WS-BDATE-GOODMSG                      PIC X(65).
       01  WS-STAFF-ERRMSG                       PIC X(65).
       01  WS-STAFF-GOODMSG                      PIC X(65).

           COPY CBANKVC91.
           COPY CSTAF01.

       LINKAGE SECTION.
       COPY CFEEW01.
               GO TO DECIDE-WAIVER-EXIT
           END-IF.

      *    A waiver on the approver's own or a declared relation's
      *    account goes to another supervisor.
           IF FEEW01I-APPROVE
               PERFORM P310-CHECK-STAFF
               IF BANK-ERRMSG NOT = SPACES
                   GO TO DECIDE-WAIVER-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO DCL-FWV-XFER-REF.

           IF FEEW01I-APPROVE AND DCL-FWV-REFUND
       DECIDE-WAIVER-EXIT.
           EXIT.

       P310-CHECK-STAFF.
           MOVE SPACES         TO STAF01-DATA
                                  WS-STAFF-ERRMSG WS-STAFF-GOODMSG.
           SET STAF01I-CHECK   TO TRUE.
           MOVE FEEW01I-USERID TO STAF01I-USERID.
           MOVE DCL-FWV-ACCNO  TO STAF01I-ACCNO.

           CALL 'DSTAF01P' USING BY REFERENCE STAF01-DATA
                                 BY REFERENCE WS-STAFF-ERRMSG
                                 BY REFERENCE WS-STAFF-GOODMSG.

           IF WS-STAFF-ERRMSG NOT = SPACES
               MOVE WS-STAFF-ERRMSG TO BANK-ERRMSG
           ELSE
               IF STAF01O-IS-RELATED
                   MOVE 'Staff-related - another supervisor must act'
                     TO BANK-ERRMSG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The refund itself - the charge comes back through the same
      * DBANK04P balance logic it left by, and the DBANK06P reversal

           MOVE SPACES          TO CD06-DATA GOOD-ERRMSG.
           MOVE DCL-BTX-PID     TO CD06I-PERSON-PID.
           MOVE FEEW01I-USERID  TO CD06I-USERID.
           SET CD06I-REVERSAL   TO TRUE.
           MOVE DCL-FWV-ACCNO   TO CD06I-FROM-ACC.
           MOVE DCL-FWV-AMOUNT  TO CD06I-FROM-AMOUNT.
