002180*              every partition completed and the totals match   *
002190*              before downstream jobs start.  No parameter      *
002195*              means the whole book, exactly as before.         *
      *              Participants of a live notional cash pool are    *
      *              skipped - DPOOL02P, the next step, pays them     *
      *              their share of the pool's interest instead.      *
      *              A registered tax-free savings plan (BAT_PLAN     *
      *              'Y') is credited gross - no withholding, no      *
      *              BNKWHTX row for DWTAX01P to remit.               *
002200*****************************************************************

       IDENTIFICATION DIVISION.
      *=================================================================
      * Drive the accrual run - one pass over every BNKACC row, joined
      * to BNKATYPE for the rate that applies to its account type.
      * Accounts in a live notional cash pool are left out: DPOOL02P
      * pays them their share of the pool's interest instead.
      *=================================================================
       P100-RUN-ACCRUAL.
           MOVE ZERO TO WS-ACCT-COUNT.
                       BAC.BAC_BALANCE,
                       BAC.BAC_ACCTYPE,
                       BAT.BAT_RATE,
                       BAT.BAT_DAYCOUNT,
                       BAT.BAT_PLAN
                FROM BNKACC BAC,
                     BNKATYPE BAT
                WHERE (BAC.BAC_ACCTYPE = BAT.BAT_TYPE)
                  AND BAC.BAC_PID >= :WS-PID-LOW
                  AND BAC.BAC_PID <= :WS-PID-HIGH
                  AND NOT EXISTS
                      (SELECT 1
                         FROM BNKNPMEM PLM, BNKNPOOL POL
                        WHERE PLM.NPM_ACCNO      = BAC.BAC_ACCNO
                          AND PLM.NPM_STATUS     = 'A'
                          AND POL.NPL_HEADER_ACC = PLM.NPM_HEADER_ACC
                          AND POL.NPL_STATUS     = 'A')
                ORDER BY BAC.BAC_PID, BAC.BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.
                     :DCL-BAC-BALANCE,
                     :DCL-BAC-ACCTYPE,
                     :DCL-BAT-RATE,
                     :DCL-BAT-DAYCOUNT,
                     :DCL-BAT-PLAN
           END-EXEC.

           IF SQLCODE = ZERO
      * ordered by PID, so consecutive accounts usually share a
      * customer - a one-entry cache spares the lookup, the same
      * trick the rate cache plays.  Exempt means a certificate that
      * has not expired as of the run date, or an account that is a
      * registered plan whatever its holder; everything else
      * withholds at the statutory rate.
      *-----------------------------------------------------------------
       P320-RESOLVE-WITHHOLDING.
           IF DCL-BAC-PID NOT = WS-WHT-CACHE-PID
               MOVE DCL-BAC-PID TO WS-WHT-CACHE-PID
           END-IF.

           IF WS-WHT-CACHE-EXEMPT = 'Y' OR DCL-BAT-REGISTERED-PLAN
               MOVE ZERO            TO WS-WHT-AMOUNT
               MOVE WS-INTEREST-AMT TO WS-NET-INTEREST
           ELSE
