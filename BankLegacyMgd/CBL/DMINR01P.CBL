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
001300* Program:     DMINR01P.CBL                                    *
001400* Function:    Minor status - the one place that decides        *
001500*              whether an account belongs to a customer under   *
001600*              the age of majority.  The owner's BCS_DOB plus   *
001700*              the MINORAGE parameter (18 when BNKPARM is       *
001800*              silent) gives the majority date; before it the   *
001900*              customer is a minor, on the day itself an adult. *
002000*              No date of birth on file is an adult.  'A'       *
002100*              answers for an account and says whether the      *
002200*              customer about to act holds the guardian ('G')   *
002300*              row on it; 'P' answers for a customer.  For a    *
002400*              minor the lower limits come back too - per       *
002500*              transfer (MINORXFERLIM), per day of transfers    *
002600*              (MINORDAYLIM) and per card item (MINORCARDLIM)   *
002700*              - which BBANK50P and DBANK46P apply to everyone  *
002800*              but the guardian.  Nothing is updated.           *
002900*              SQL version                                      *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DMINR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).
           05  WS-DOB-WORK                       PIC X(10).
           05  WS-DOB-R REDEFINES WS-DOB-WORK.
               10  WS-DOB-YYYY                   PIC 9(4).
               10  WS-DOB-DASH1                  PIC X(1).
               10  WS-DOB-MM                     PIC 9(2).
               10  WS-DOB-DASH2                  PIC X(1).
               10  WS-DOB-DD                     PIC 9(2).
           05  WS-MAJORITY-YYYY                  PIC 9(4).
           05  WS-MAJORITY-AGE                   PIC S9(3) COMP-3.
           05  WS-DEFAULT-AGE                    PIC S9(7)V99 COMP-3
                                                  VALUE 18.
           05  WS-DEFAULT-XFER                   PIC S9(7)V99 COMP-3
                                                  VALUE 100.00.
           05  WS-DEFAULT-DAILY                  PIC S9(7)V99 COMP-3
                                                  VALUE 250.00.
           05  WS-DEFAULT-CARD                   PIC S9(7)V99 COMP-3
                                                  VALUE 50.00.

           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSATX.
           COPY CBANKSAHX.

       01  WS-OWNER-DOB                          PIC X(10).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CMINR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference MINR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO MINR01O-DATA.
           MOVE ZERO   TO MINR01O-XFER-LIMIT MINR01O-DAILY-LIMIT
                          MINR01O-CARD-LIMIT.
           SET MINR01O-NOT-MINOR TO TRUE.

           EVALUATE TRUE
               WHEN MINR01I-ACCOUNT
                   PERFORM P100-ACCOUNT-STATUS THRU
                           ACCOUNT-STATUS-EXIT
               WHEN MINR01I-PERSON
                   MOVE MINR01I-PID TO MINR01O-OWNER-PID
                   PERFORM P200-PERSON-STATUS THRU
                           PERSON-STATUS-EXIT
               WHEN OTHER
                   MOVE 'Invalid minor-status function' TO BANK-ERRMSG
           END-EVALUATE.

           IF BANK-ERRMSG = SPACES AND MINR01O-IS-MINOR
               PERFORM P500-LOAD-LIMITS
           END-IF.

           GOBACK.

      *=================================================================
      * The account's owner and type, then the owner's age - and
      * whether the customer acting holds the guardian row.  An
      * account not on file is simply not a minor's; the caller's
      * own edits refuse it.
      *=================================================================
       P100-ACCOUNT-STATUS.
           MOVE MINR01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_ACCTYPE
                  INTO :DCL-BAC-PID, :DCL-BAC-ACCTYPE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               GO TO ACCOUNT-STATUS-EXIT
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               GO TO ACCOUNT-STATUS-EXIT
           END-IF.

           MOVE DCL-BAC-PID     TO MINR01O-OWNER-PID.
           MOVE DCL-BAC-ACCTYPE TO MINR01O-ACCTYPE.
           MOVE DCL-BAC-ACCTYPE TO DCL-BAT-TYPE.

           EXEC SQL
                SELECT BAT_ADULT_TYPE
                  INTO :DCL-BAT-ADULT-TYPE
                  FROM BNKATYP
                 WHERE BAT_TYPE = :DCL-BAT-TYPE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-BAT-ADULT-TYPE TO MINR01O-ADULT-TYPE
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
                   GO TO ACCOUNT-STATUS-EXIT
               END-IF
           END-IF.

           PERFORM P200-PERSON-STATUS THRU PERSON-STATUS-EXIT.

           IF BANK-ERRMSG NOT = SPACES OR NOT MINR01O-IS-MINOR OR
              MINR01I-PID = SPACES
               GO TO ACCOUNT-STATUS-EXIT
           END-IF.

           MOVE DCL-BAC-ACCNO TO DCL-ACH-ACCNO.
           MOVE MINR01I-PID   TO DCL-ACH-PID.

           EXEC SQL
                SELECT ACH_ROLE
                  INTO :DCL-ACH-ROLE
                  FROM BNKACCHLD
                 WHERE ACH_ACCNO = :DCL-ACH-ACCNO
                   AND ACH_PID   = :DCL-ACH-PID
           END-EXEC.

           IF SQLCODE = ZERO
               IF DCL-ACH-IS-GUARDIAN
                   SET MINR01O-IS-GUARDIAN TO TRUE
               END-IF
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

       ACCOUNT-STATUS-EXIT.
           EXIT.

      *=================================================================
      * The customer's date of birth against today.  Character order
      * on the YYYY-MM-DD form is date order, so the comparison is a
      * straight one; a 29 February birthday comes of age on 1 March
      * in a common year.
      *=================================================================
       P200-PERSON-STATUS.
           MOVE SPACES TO WS-OWNER-DOB.
           MOVE MINR01O-OWNER-PID TO DCL-BAC-PID.

           EXEC SQL
                SELECT BCS_DOB
                  INTO :WS-OWNER-DOB
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BAC-PID
           END-EXEC.

           IF SQLCODE = +100
               GO TO PERSON-STATUS-EXIT
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM P800-ERROR-CHECK
               GO TO PERSON-STATUS-EXIT
           END-IF.

           MOVE WS-OWNER-DOB TO MINR01O-DOB WS-DOB-WORK.

           IF WS-DOB-YYYY IS NOT NUMERIC OR
              WS-DOB-MM   IS NOT NUMERIC OR
              WS-DOB-DD   IS NOT NUMERIC
               GO TO PERSON-STATUS-EXIT
           END-IF.

           PERFORM P210-GET-MAJORITY-AGE.

           COMPUTE WS-MAJORITY-YYYY = WS-DOB-YYYY + WS-MAJORITY-AGE.
           MOVE WS-MAJORITY-YYYY TO WS-DOB-YYYY.
           MOVE WS-DOB-WORK      TO MINR01O-MAJORITY-DATE.

           PERFORM P110-BUILD-TODAY.

           IF WS-TODAY-DATE IS LESS THAN MINR01O-MAJORITY-DATE
               SET MINR01O-IS-MINOR TO TRUE
           END-IF.

       PERSON-STATUS-EXIT.
           EXIT.

       P110-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

       P210-GET-MAJORITY-AGE.
           MOVE 'MINORAGE'     TO PARM01I-NAME.
           MOVE WS-DEFAULT-AGE TO PARM01I-VALUE.
           PERFORM P510-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE  TO WS-MAJORITY-AGE.

      *=================================================================
      * The minor limits - compiled defaults unless BNKPARM moves
      * them.
      *=================================================================
       P500-LOAD-LIMITS.
           MOVE 'MINORXFERLIM'   TO PARM01I-NAME.
           MOVE WS-DEFAULT-XFER  TO PARM01I-VALUE.
           PERFORM P510-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE    TO MINR01O-XFER-LIMIT.

           MOVE 'MINORDAYLIM'    TO PARM01I-NAME.
           MOVE WS-DEFAULT-DAILY TO PARM01I-VALUE.
           PERFORM P510-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE    TO MINR01O-DAILY-LIMIT.

           MOVE 'MINORCARDLIM'   TO PARM01I-NAME.
           MOVE WS-DEFAULT-CARD  TO PARM01I-VALUE.
           PERFORM P510-GET-ONE-PARAMETER.
           MOVE PARM01O-VALUE    TO MINR01O-CARD-LIMIT.

       P510-GET-ONE-PARAMETER.
           SET PARM01I-GET TO TRUE.
           MOVE SPACES     TO WS-PARM-ERRMSG WS-PARM-GOODMSG.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Minor status lookup failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
