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
001300* Program:     DDINS01P.CBL                                    *
001400* Function:    Deposit-insurance coverage for one depositor -   *
001500*              every deposit account the BCS_PID owns on        *
001600*              BNKACC or holds jointly through BNKACCHLD, by    *
001700*              ownership category: sole, joint (an equal share  *
001800*              per owner) and estate (a sole account whose      *
001900*              owner has an open BNKESTAT estate).  Balances    *
002000*              are converted to USD through DBANK30P and the    *
002100*              interest accrued but not yet credited is added;  *
002200*              each category is then capped at the coverage     *
002300*              limit on BNKPARM (DICLIMIT).  Lending accounts   *
002400*              ('L' loans, 'R' lines), closed accounts and      *
002500*              overdrawn balances are not deposits and are      *
002600*              left out.  Read-only - shared by the DDINS02P    *
002700*              depositor file and the Customer-360 screen.      *
002800*              SQL version                                      *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDINS01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-CAT-SUB                        PIC S9(4) COMP.
           05  WS-OWNERS                         PIC S9(4) COMP.
           05  WS-ACCRUAL-RATE                   PIC S9(2)V999 COMP-3.
           05  WS-DAILY-RATE                     PIC S9(1)V9(9) COMP-3.
           05  WS-ACCRUED                        PIC S9(7)V99 COMP-3.
           05  WS-USD-PRINCIPAL                  PIC S9(11)V99 COMP-3.
           05  WS-USD-INTEREST                   PIC S9(9)V99 COMP-3.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).

      *-----------------------------------------------------------------
      * The coverage limit per depositor per ownership category -
      * held on BNKPARM so it follows the scheme without a release;
      * this is the value used until a row is in force.
      *-----------------------------------------------------------------
       01  WS-COVERAGE-LIMIT                     PIC S9(7)V99 COMP-3
                                                  VALUE +250000.00.

           COPY CBANKVC30.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSES
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSATX.
           COPY CBANKSRHX.
           COPY CBANKSASX.

       01  WS-PID                                PIC X(5).
       01  WS-RUN-DATE                           PIC X(10).
       01  WS-JOINT-COUNT                        PIC S9(4) COMP.
       01  WS-ESTATE-COUNT                       PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CDINS01.

       01 BANK-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference DINS01-DATA
                                   by Reference BANK-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG.
           MOVE ZERO   TO DINS01O-ACC-COUNT
                          DINS01O-TOTAL
                          DINS01O-INSURED
                          DINS01O-UNINSURED.

           PERFORM P010-CLEAR-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 3.

           MOVE 'SGL' TO DINS01O-CAT-CODE(1).
           MOVE 'JNT' TO DINS01O-CAT-CODE(2).
           MOVE 'EST' TO DINS01O-CAT-CODE(3).

           PERFORM P100-BUILD-RUN-DATE.
           PERFORM P110-GET-LIMIT.

      *    No depositor - the caller only wants the limit in force.
           IF DINS01I-PID = SPACES
               GOBACK
           END-IF.

           MOVE DINS01I-PID TO WS-PID.

           PERFORM P120-FIND-ESTATE.

           IF BANK-ERRMSG = SPACES
               PERFORM P200-LIST-DEPOSITS
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P300-APPLY-LIMIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
           END-IF.

           GOBACK.

       P010-CLEAR-CATEGORY.
           MOVE ZERO TO DINS01O-CAT-ACCOUNTS(WS-CAT-SUB)
                        DINS01O-CAT-PRINCIPAL(WS-CAT-SUB)
                        DINS01O-CAT-INTEREST(WS-CAT-SUB)
                        DINS01O-CAT-TOTAL(WS-CAT-SUB)
                        DINS01O-CAT-INSURED(WS-CAT-SUB)
                        DINS01O-CAT-UNINSURED(WS-CAT-SUB).

      *-----------------------------------------------------------------
      * The position date in the YYYY-MM-DD form the rate tables are
      * keyed on - the caller's, or today's.
      *-----------------------------------------------------------------
       P100-BUILD-RUN-DATE.
           IF DINS01I-RUN-DATE = SPACES
               ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RUN-DATE
               STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-SYSDATE-MM    DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-SYSDATE-DD    DELIMITED BY SIZE
                 INTO WS-RUN-DATE
           ELSE
               MOVE DINS01I-RUN-DATE TO WS-RUN-DATE
           END-IF.

       P110-GET-LIMIT.
           MOVE SPACES            TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET        TO TRUE.
           MOVE 'DICLIMIT'        TO PARM01I-NAME.
           MOVE WS-COVERAGE-LIMIT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-COVERAGE-LIMIT
           END-IF.

           MOVE WS-COVERAGE-LIMIT TO DINS01O-LIMIT.

      *-----------------------------------------------------------------
      * A depositor with an open estate on the register - their sole
      * accounts are held for the estate and fall in that category.
      *-----------------------------------------------------------------
       P120-FIND-ESTATE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ESTATE-COUNT
                  FROM BNKESTAT
                 WHERE EST_PID    = :WS-PID
                   AND EST_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Every deposit account the depositor owns outright, and every
      * one they hold as a joint owner.  Signers and view-only
      * holders own nothing and are not counted.
      *=================================================================
       P200-LIST-DEPOSITS.
           EXEC SQL
                DECLARE DINS_CSR CURSOR FOR
                SELECT A.BAC_ACCNO, A.BAC_PID, A.BAC_ACCTYPE,
                       A.BAC_BALANCE, A.BAC_CURRENCY,
                       T.BAT_RATE, T.BAT_DAYCOUNT
                FROM BNKACC A,
                     BNKATYPE T
                WHERE A.BAC_ACCTYPE = T.BAT_TYPE
                  AND A.BAC_ACCTYPE NOT IN ('L', 'R')
                  AND A.BAC_STATUS <> 'C'
                  AND A.BAC_BALANCE > 0
                  AND (A.BAC_PID = :WS-PID
                       OR EXISTS
                          (SELECT 1 FROM BNKACCHLD H
                            WHERE H.ACH_ACCNO = A.BAC_ACCNO
                              AND H.ACH_PID   = :WS-PID
                              AND H.ACH_ROLE  = 'J'))
                ORDER BY A.BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DINS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-DEPOSIT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR BANK-ERRMSG NOT = SPACES.

           EXEC SQL
                CLOSE DINS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-DEPOSIT.
           EXEC SQL
                FETCH DINS_CSR
                INTO :DCL-BAC-ACCNO,
                     :DCL-BAC-PID,
                     :DCL-BAC-ACCTYPE,
                     :DCL-BAC-BALANCE,
                     :DCL-BAC-CURRENCY,
                     :DCL-BAT-RATE,
                     :DCL-BAT-DAYCOUNT
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-COUNT-DEPOSIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One account - its owners (the primary plus every joint
      * holder), its category, and the depositor's USD share of the
      * balance and of the interest accrued on it.
      *-----------------------------------------------------------------
       P220-COUNT-DEPOSIT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-JOINT-COUNT
                  FROM BNKACCHLD
                 WHERE ACH_ACCNO = :DCL-BAC-ACCNO
                   AND ACH_ROLE  = 'J'
                   AND ACH_PID  <> :DCL-BAC-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           COMPUTE WS-OWNERS = WS-JOINT-COUNT + 1.

           EVALUATE TRUE
               WHEN WS-JOINT-COUNT > ZERO
                   MOVE 2 TO WS-CAT-SUB
               WHEN WS-ESTATE-COUNT > ZERO
                   MOVE 3 TO WS-CAT-SUB
               WHEN OTHER
                   MOVE 1 TO WS-CAT-SUB
           END-EVALUATE.

           PERFORM P230-ACCRUED-INTEREST.

           MOVE SPACES           TO CD30-DATA.
           MOVE DCL-BAC-CURRENCY TO CD30I-CURRENCY.
           MOVE WS-RUN-DATE      TO CD30I-EFF-DATE.

           CALL 'DBANK30P' USING BY REFERENCE CD30-DATA.

           COMPUTE WS-USD-PRINCIPAL ROUNDED =
               DCL-BAC-BALANCE * CD30O-RATE / WS-OWNERS.
           COMPUTE WS-USD-INTEREST ROUNDED =
               WS-ACCRUED * CD30O-RATE / WS-OWNERS.

           ADD 1 TO DINS01O-ACC-COUNT.
           ADD 1 TO DINS01O-CAT-ACCOUNTS(WS-CAT-SUB).
           ADD WS-USD-PRINCIPAL TO DINS01O-CAT-PRINCIPAL(WS-CAT-SUB).
           ADD WS-USD-INTEREST  TO DINS01O-CAT-INTEREST(WS-CAT-SUB).

      *-----------------------------------------------------------------
      * Interest earned but not yet on the balance - one night's
      * accrual at the rate DBANK13P will credit: the newest BNKRATEH
      * rate in force (BAT_RATE for a type with no history) plus any
      * live negotiated spread, on the type's day count.
      *-----------------------------------------------------------------
       P230-ACCRUED-INTEREST.
           MOVE ZERO            TO WS-ACCRUED.
           MOVE DCL-BAT-RATE    TO WS-ACCRUAL-RATE.
           MOVE DCL-BAC-ACCTYPE TO DCL-RTH-TYPE.

           EXEC SQL
                SELECT RTH_RATE
                  INTO :DCL-RTH-RATE
                  FROM BNKRATEH
                 WHERE RTH_TYPE = :DCL-RTH-TYPE
                   AND RTH_EFF_DATE =
                       (SELECT MAX(RTH_EFF_DATE)
                          FROM BNKRATEH
                         WHERE RTH_TYPE = :DCL-RTH-TYPE
                           AND RTH_EFF_DATE <= :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-RTH-RATE TO WS-ACCRUAL-RATE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           MOVE DCL-BAC-ACCNO TO DCL-ASP-ACCNO.

           EXEC SQL
                SELECT ASP_SPREAD
                  INTO :DCL-ASP-SPREAD
                  FROM BNKACCSP
                 WHERE ASP_ACCNO  = :DCL-ASP-ACCNO
                   AND ASP_STATUS = 'A'
                   AND (ASP_EXPIRY_DATE = ' '
                        OR ASP_EXPIRY_DATE >= :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               ADD DCL-ASP-SPREAD TO WS-ACCRUAL-RATE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF WS-ACCRUAL-RATE IS GREATER THAN ZERO
               IF DCL-BAT-30-360
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-ACCRUAL-RATE / 360
               ELSE
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-ACCRUAL-RATE / 365
               END-IF
               COMPUTE WS-ACCRUED ROUNDED =
                   DCL-BAC-BALANCE * WS-DAILY-RATE
           END-IF.

      *=================================================================
      * One category - principal plus interest, insured up to the
      * limit and uninsured above it, rolled into the depositor's
      * totals.
      *=================================================================
       P300-APPLY-LIMIT.
           COMPUTE DINS01O-CAT-TOTAL(WS-CAT-SUB) =
               DINS01O-CAT-PRINCIPAL(WS-CAT-SUB) +
               DINS01O-CAT-INTEREST(WS-CAT-SUB).

           IF DINS01O-CAT-TOTAL(WS-CAT-SUB) IS GREATER THAN
              WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT
                 TO DINS01O-CAT-INSURED(WS-CAT-SUB)
               COMPUTE DINS01O-CAT-UNINSURED(WS-CAT-SUB) =
                   DINS01O-CAT-TOTAL(WS-CAT-SUB) - WS-COVERAGE-LIMIT
           ELSE
               MOVE DINS01O-CAT-TOTAL(WS-CAT-SUB)
                 TO DINS01O-CAT-INSURED(WS-CAT-SUB)
               MOVE ZERO TO DINS01O-CAT-UNINSURED(WS-CAT-SUB)
           END-IF.

           ADD DINS01O-CAT-TOTAL(WS-CAT-SUB)     TO DINS01O-TOTAL.
           ADD DINS01O-CAT-INSURED(WS-CAT-SUB)   TO DINS01O-INSURED.
           ADD DINS01O-CAT-UNINSURED(WS-CAT-SUB) TO DINS01O-UNINSURED.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Deposit cover inquiry failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
