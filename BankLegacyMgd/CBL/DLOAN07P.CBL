002800*              nothing releases it.  'S' stores the BNKUNDW     *
002900*              record against the funded loan so the decision   *
003000*              is traceable.                                    *
003010*              'C' also warns when the new principal would take *
003020*              the customer's connected-party group (or the     *
003030*              customer alone) past the large-exposure limit -  *
003040*              DCPTY01P judges it and the flag is stored with   *
003050*              the record; it never stops the funding.          *
003100*              SQL version                                      *
003200*****************************************************************

           05  WS-DSR-REFUSE-PCT                 PIC S9(3)V99 COMP-3
                                                  VALUE +50.00.
           05  WS-TOTAL-SERVICE                  PIC S9(9)V99 COMP-3.
           05  WS-CPTY-ERRMSG                    PIC X(65).
           05  WS-CPTY-GOODMSG                   PIC X(65).

           COPY CCPTY01.

           EXEC SQL
                BEGIN DECLARE SECTION
                   SET LOAN07O-PASSED TO TRUE
           END-EVALUATE.

           PERFORM P150-CHECK-EXPOSURE.

      *-----------------------------------------------------------------
      * A referred ratio with a supervisor's ID supplied - check the
      * role the way DBANK59P does for a transfer release, and never
       CHECK-DEBT-SERVICE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The group's exposure with this loan counted as pending - a
      * warning for the teller, so a failed lookup only leaves the
      * flag clear.
      *-----------------------------------------------------------------
       P150-CHECK-EXPOSURE.
           MOVE SPACES TO LOAN07O-EXPOSURE-FLAG.
           MOVE ZERO   TO LOAN07O-GROUP-NET LOAN07O-GROUP-LIMIT.

           MOVE SPACES TO CPTY01-DATA WS-CPTY-ERRMSG WS-CPTY-GOODMSG.
           SET CPTY01I-EXPOSURE TO TRUE.
           MOVE LOAN07I-PID       TO CPTY01I-USERID CPTY01I-PID.
           MOVE ZERO              TO CPTY01I-GROUP-ID.
           MOVE LOAN07I-PRINCIPAL TO CPTY01I-NEW-AMOUNT.
           IF LOAN07I-APP-NO IS NUMERIC
               MOVE LOAN07I-APP-NO TO CPTY01I-APP-NO
           ELSE
               MOVE ZERO           TO CPTY01I-APP-NO
           END-IF.

           CALL 'DCPTY01P' USING BY REFERENCE CPTY01-DATA
                                 BY REFERENCE WS-CPTY-ERRMSG
                                 BY REFERENCE WS-CPTY-GOODMSG.

           IF WS-CPTY-ERRMSG = SPACES
               MOVE CPTY01O-FLAG  TO LOAN07O-EXPOSURE-FLAG
               MOVE CPTY01O-NET   TO LOAN07O-GROUP-NET
               MOVE CPTY01O-LIMIT TO LOAN07O-GROUP-LIMIT
           END-IF.

       P200-CHECK-OVERRIDE.
           IF LOAN07I-OVERRIDE-SUP = LOAN07I-PID
               MOVE 'A customer cannot approve their own funding'
           MOVE LOAN07O-DSR-PCT       TO DCL-UND-DSR-PCT.
           MOVE LOAN07O-DECISION      TO DCL-UND-DECISION.
           MOVE LOAN07I-OVERRIDE-SUP  TO DCL-UND-OVERRIDE-SUP.
           MOVE LOAN07O-EXPOSURE-FLAG TO DCL-UND-EXPOSURE-FLAG.

           EXEC SQL
                INSERT INTO BNKUNDW (
                  UND_DSR_PCT,
                  UND_DECISION,
                  UND_OVERRIDE_SUP,
                  UND_EXPOSURE_FLAG,
                  UND_CREATED_TS
                ) VALUES (
                  :DCL-UND-LOAN-ACC,
                  :DCL-UND-DSR-PCT,
                  :DCL-UND-DECISION,
                  :DCL-UND-OVERRIDE-SUP,
                  :DCL-UND-EXPOSURE-FLAG,
                  CURRENT TIMESTAMP)
           END-EXEC.

