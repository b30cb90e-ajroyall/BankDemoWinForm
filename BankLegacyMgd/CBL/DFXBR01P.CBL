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
001300* Program:     DFXBR01P.CBL                                    *
001400* Function:    Foreign banknote bureau behind the B112 screen - *
001500*              a teller buys and sells foreign notes over the   *
001600*              counter.  'R' quotes the cash rates: the         *
001700*              DBANK30P rate less the BNKPARM FXBUY<ccy> margin *
001800*              when the bank buys notes, plus FXSELL<ccy> when  *
001900*              it sells them (percent, 2.50 when no row).  'B'  *
002000*              and 'S' deal at that rate: the notes move the    *
002100*              teller's BNKFXCSH currency position, the local   *
002200*              side is cash through the BNKDRWR drawer (the     *
002300*              DBANK55P cash leg shape) or a single leg on the  *
002400*              customer's account through DBANK04P/DBANK06P,    *
002500*              the deal lands on BNKFXDL, and the GL sees it    *
002600*              through BNKGLJNL - notes at the DBANK30P rate,   *
002700*              the margin on its own bureau income line - so    *
002800*              DBANK39P leaves the category 'X' rows unmapped.  *
002900*              'O', 'C' and 'Q' open, count and list the        *
003000*              currency positions of a drawer or the branch     *
003100*              vault; 'A' moves one by a signed amount for a    *
003200*              DVLT01P vault movement.  DBANK55P and DVLT01P    *
003300*              route their foreign currency functions here.     *
003400*              SQL version                                      *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DFXBR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-LOCAL-CCY                      PIC X(3) VALUE 'USD'.
           05  WS-BUY-MARGIN                     PIC S9(3)V99 COMP-3.
           05  WS-SELL-MARGIN                    PIC S9(3)V99 COMP-3.
           05  WS-MID-VALUE                      PIC S9(9)V99 COMP-3.
           05  WS-LOCAL-AMT                      PIC S9(9)V99 COMP-3.
           05  WS-MARGIN-AMT                     PIC S9(9)V99 COMP-3.
           05  WS-SIGNED-LOCAL                   PIC S9(7)V99 COMP-3.
           05  WS-NEW-BALANCE                    PIC S9(7)V99 COMP-3.
           05  WS-SETTLE-GL                      PIC 9(5).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SUB-ERRMSG                     PIC X(65).
           05  WS-POST-ERRMSG                    PIC X(65).
           05  WS-POST-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-SYSTIME                        PIC 9(8).

      *-----------------------------------------------------------------
      * The bureau's GL lines - foreign notes on hand are carried at
      * the DBANK30P rate, and what the bank makes over that rate is
      * bureau margin income, apart from fee income.
      *-----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-FX-NOTES                       PIC 9(5) VALUE 10200.
           05  GL-CUST-DEPOSITS                  PIC 9(5) VALUE 20100.
           05  GL-FX-MARGIN-INCOME               PIC 9(5) VALUE 42100.

           COPY CBANKVC4.
           COPY CBANKVC6.
           COPY CBANKVC30.
           COPY CPARM01.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSFCX.
           COPY CBANKSFDX.
           COPY CBANKSDRX.
           COPY CBANKSACX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-TELLER-BRANCH                      PIC X(3).
       01  WS-SIGNED-FX                          PIC S9(9)V99 COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       01  WS-BDATE-ERRMSG                       PIC X(65).
       01  WS-BDATE-GOODMSG                      PIC X(65).

           COPY CBANKVC91.

       LINKAGE SECTION.
       COPY CFXBR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference FXBR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

      *    No deals or movements while the business date is in
      *    rollover - quotes, counts and listings pass.
           IF FXBR01I-BUY OR FXBR01I-SELL OR FXBR01I-ADJUST
               PERFORM P090-CHECK-BOOK-OPEN
               IF BANK-ERRMSG NOT = SPACES
                   GOBACK
               END-IF
           END-IF.

           MOVE ZERO TO FXBR01O-MID-RATE FXBR01O-BUY-RATE
                        FXBR01O-SELL-RATE FXBR01O-LOCAL-AMT
                        FXBR01O-MARGIN-AMT FXBR01O-OPEN-AMT
                        FXBR01O-MOVEMENT-TOT FXBR01O-EXPECTED-AMT
                        FXBR01O-VARIANCE FXBR01O-POS-COUNT.
           MOVE SPACES TO FXBR01O-REF.

           PERFORM P050-BUILD-TODAY.

           IF NOT FXBR01I-POSITIONS
               IF FXBR01I-CURRENCY = SPACES OR
                  FXBR01I-CURRENCY = WS-LOCAL-CCY
                   MOVE 'Please enter a foreign currency'
                     TO BANK-ERRMSG
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FXBR01I-QUOTE
                   PERFORM P100-QUOTE-RATES THRU
                           QUOTE-RATES-EXIT
               WHEN FXBR01I-BUY
                   PERFORM P200-DEAL THRU
                           DEAL-EXIT
               WHEN FXBR01I-SELL
                   PERFORM P200-DEAL THRU
                           DEAL-EXIT
               WHEN FXBR01I-OPEN
                   PERFORM P300-OPEN-POSITION THRU
                           OPEN-POSITION-EXIT
               WHEN FXBR01I-CLOSE
                   PERFORM P400-CLOSE-POSITION THRU
                           CLOSE-POSITION-EXIT
               WHEN FXBR01I-ADJUST
                   PERFORM P500-ADJUST-POSITION THRU
                           ADJUST-POSITION-EXIT
               WHEN FXBR01I-POSITIONS
                   PERFORM P600-LIST-POSITIONS THRU
                           LIST-POSITIONS-EXIT
               WHEN OTHER
                   MOVE 'Invalid bureau function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *=================================================================
      * The cash rates for one currency - the DBANK30P rate in force
      * today, less the buy margin when the bank takes notes in,
      * plus the sell margin when it pays them out.  A currency with
      * no rate on file is refused rather than dealt at USD's 1.0000.
      *=================================================================
       P100-QUOTE-RATES.
           MOVE SPACES           TO CD30-DATA.
           MOVE FXBR01I-CURRENCY TO CD30I-CURRENCY.

           CALL 'DBANK30P' USING BY REFERENCE CD30-DATA.

           IF NOT CD30O-FOUND
               MOVE 'No exchange rate on file for that currency'
                 TO BANK-ERRMSG
               GO TO QUOTE-RATES-EXIT
           END-IF.

           PERFORM P150-LOAD-MARGINS.

           MOVE CD30O-RATE TO FXBR01O-MID-RATE.
           COMPUTE FXBR01O-BUY-RATE ROUNDED =
               CD30O-RATE * (100 - WS-BUY-MARGIN) / 100.
           COMPUTE FXBR01O-SELL-RATE ROUNDED =
               CD30O-RATE * (100 + WS-SELL-MARGIN) / 100.

           MOVE 'Cash rates quoted' TO GOOD-ERRMSG.

       QUOTE-RATES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The margins, percent - BNKPARM FXBUY<ccy> and FXSELL<ccy>
      * when a row is in force, 2.50 otherwise.  A negative margin
      * would deal at a loss to the bank and is taken as none.
      *-----------------------------------------------------------------
       P150-LOAD-MARGINS.
           MOVE 2.50 TO WS-BUY-MARGIN WS-SELL-MARGIN.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           STRING 'FXBUY'          DELIMITED BY SIZE
                  FXBR01I-CURRENCY DELIMITED BY SIZE
             INTO PARM01I-NAME.
           MOVE WS-BUY-MARGIN TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-BUY-MARGIN
           END-IF.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           STRING 'FXSELL'         DELIMITED BY SIZE
                  FXBR01I-CURRENCY DELIMITED BY SIZE
             INTO PARM01I-NAME.
           MOVE WS-SELL-MARGIN TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-SELL-MARGIN
           END-IF.

           IF WS-BUY-MARGIN < ZERO
               MOVE ZERO TO WS-BUY-MARGIN
           END-IF.

           IF WS-SELL-MARGIN < ZERO
               MOVE ZERO TO WS-SELL-MARGIN
           END-IF.

      *=================================================================
      * One deal for the signed-on teller.  'B' - the bank buys the
      * customer's notes: notes into the drawer, local paid out.
      * 'S' - the bank sells notes: notes out, local taken in.  Both
      * the teller's cash drawer and the currency position must be
      * open, and a sale cannot hand over notes the drawer does not
      * hold.
      *=================================================================
       P200-DEAL.
           PERFORM P100-QUOTE-RATES THRU QUOTE-RATES-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DEAL-EXIT
           END-IF.

           MOVE SPACES TO GOOD-ERRMSG.

           IF FXBR01I-FX-AMOUNT NOT > ZERO
               MOVE 'Amount must be greater than zero' TO BANK-ERRMSG
               GO TO DEAL-EXIT
           END-IF.

           IF NOT FXBR01I-SETTLE-CASH AND NOT FXBR01I-SETTLE-ACCOUNT
               MOVE 'Settle must be C (cash) or A (account)'
                 TO BANK-ERRMSG
               GO TO DEAL-EXIT
           END-IF.

           IF FXBR01I-SETTLE-ACCOUNT AND FXBR01I-ACCNO = SPACES
               MOVE 'Please enter the account to settle to'
                 TO BANK-ERRMSG
               GO TO DEAL-EXIT
           END-IF.

           PERFORM P210-CHECK-DRAWERS THRU CHECK-DRAWERS-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DEAL-EXIT
           END-IF.

           COMPUTE WS-MID-VALUE ROUNDED =
               FXBR01I-FX-AMOUNT * FXBR01O-MID-RATE.

           IF FXBR01I-BUY
               COMPUTE WS-LOCAL-AMT ROUNDED =
                   FXBR01I-FX-AMOUNT * FXBR01O-BUY-RATE
               COMPUTE WS-MARGIN-AMT = WS-MID-VALUE - WS-LOCAL-AMT
           ELSE
               COMPUTE WS-LOCAL-AMT ROUNDED =
                   FXBR01I-FX-AMOUNT * FXBR01O-SELL-RATE
               COMPUTE WS-MARGIN-AMT = WS-LOCAL-AMT - WS-MID-VALUE
           END-IF.

           IF WS-LOCAL-AMT NOT > ZERO
               MOVE 'Amount too small to deal' TO BANK-ERRMSG
               GO TO DEAL-EXIT
           END-IF.

           IF WS-LOCAL-AMT > 9999999.99
               MOVE 'Amount too large for one deal' TO BANK-ERRMSG
               GO TO DEAL-EXIT
           END-IF.

           IF WS-MARGIN-AMT < ZERO
               MOVE ZERO TO WS-MARGIN-AMT
           END-IF.

           PERFORM P220-BUILD-REF.

           IF FXBR01I-SETTLE-CASH
               PERFORM P230-SETTLE-CASH THRU SETTLE-CASH-EXIT
               MOVE GL-CASH-CLEARING TO WS-SETTLE-GL
           ELSE
               PERFORM P240-SETTLE-ACCOUNT THRU SETTLE-ACCOUNT-EXIT
               MOVE GL-CUST-DEPOSITS TO WS-SETTLE-GL
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DEAL-EXIT
           END-IF.

           IF FXBR01I-BUY
               MOVE FXBR01I-FX-AMOUNT TO WS-SIGNED-FX
           ELSE
               COMPUTE WS-SIGNED-FX = FXBR01I-FX-AMOUNT * -1
           END-IF.

           PERFORM P250-MOVE-DRAWER-NOTES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DEAL-EXIT
           END-IF.

           PERFORM P260-JOURNAL-DEAL THRU JOURNAL-DEAL-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DEAL-EXIT
           END-IF.

           PERFORM P270-LOG-DEAL.

           IF BANK-ERRMSG = SPACES
               MOVE WS-LOCAL-AMT  TO FXBR01O-LOCAL-AMT
               MOVE WS-MARGIN-AMT TO FXBR01O-MARGIN-AMT
               MOVE DCL-FXD-REF   TO FXBR01O-REF
               IF FXBR01I-BUY
                   MOVE 'Notes bought from the customer' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Notes sold to the customer' TO GOOD-ERRMSG
               END-IF
           END-IF.

       DEAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today's cash drawer and the teller's position in the currency
      * must both be open.
      *-----------------------------------------------------------------
       P210-CHECK-DRAWERS.
           MOVE FXBR01I-USERID TO DCL-DRW-TELLER.
           MOVE WS-TODAY-DATE  TO DCL-DRW-DATE.

           EXEC SQL
                SELECT DRW_STATUS
                  INTO :DCL-DRW-STATUS
                  FROM BNKDRWR
                 WHERE DRW_TELLER = :DCL-DRW-TELLER
                   AND DRW_DATE   = :DCL-DRW-DATE
           END-EXEC.

           IF SQLCODE = +100 OR NOT DCL-DRW-OPEN
               MOVE 'Open your drawer before dealing' TO BANK-ERRMSG
               GO TO CHECK-DRAWERS-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-DRAWERS-EXIT
           END-IF.

           SET FXBR01I-DRAWER    TO TRUE.
           MOVE FXBR01I-USERID   TO FXBR01I-HOLDER.

           PERFORM P700-FETCH-POSITION.

           IF SQLCODE = +100 OR NOT DCL-FXC-OPEN
               MOVE 'Open your drawer in that currency first'
                 TO BANK-ERRMSG
               GO TO CHECK-DRAWERS-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-DRAWERS-EXIT
           END-IF.

           IF FXBR01I-SELL AND
              FXBR01I-FX-AMOUNT >
                  DCL-FXC-OPEN-AMT + DCL-FXC-MOVEMENT-TOT
               MOVE 'Not enough of that currency in the drawer'
                 TO BANK-ERRMSG
           END-IF.

       CHECK-DRAWERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The deal reference - the teller's id and the date and time
      * to hundredths, the same shape DBANK06P gives a transfer.
      *-----------------------------------------------------------------
       P220-BUILD-REF.
           ACCEPT WS-SYSTIME FROM TIME.

           MOVE SPACES TO DCL-FXD-REF.
           STRING FXBR01I-USERID      DELIMITED BY SIZE
                  WS-SYSDATE-YYYYMMDD DELIMITED BY SIZE
                  WS-SYSTIME          DELIMITED BY SIZE
             INTO DCL-FXD-REF.

      *-----------------------------------------------------------------
      * Local cash over the counter - the drawer's movement total
      * and a null-account ledger row under the teller's id, as a
      * DBANK55P cash leg, so drawer close and the close-of-business
      * report see the bureau's cash.  Paying for bought notes takes
      * cash out; selling notes brings it in.
      *-----------------------------------------------------------------
       P230-SETTLE-CASH.
           IF FXBR01I-BUY
               COMPUTE WS-SIGNED-LOCAL = WS-LOCAL-AMT * -1
           ELSE
               MOVE WS-LOCAL-AMT TO WS-SIGNED-LOCAL
           END-IF.

           MOVE WS-SIGNED-LOCAL TO DCL-DRW-MOVEMENT-TOT.

           EXEC SQL
                UPDATE BNKDRWR
                   SET DRW_MOVEMENT_TOT =
                       DRW_MOVEMENT_TOT + :DCL-DRW-MOVEMENT-TOT
                 WHERE DRW_TELLER = :DCL-DRW-TELLER
                   AND DRW_DATE   = :DCL-DRW-DATE
                   AND DRW_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SETTLE-CASH-EXIT
           END-IF.

           MOVE SPACES           TO CD06-DATA.
           MOVE FXBR01I-USERID   TO CD06I-PERSON-PID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE SPACES           TO CD06I-FROM-ACC.
           MOVE WS-SIGNED-LOCAL  TO CD06I-FROM-AMOUNT.
           MOVE 'X'              TO CD06I-CATEGORY.
           IF FXBR01I-BUY
               MOVE 'Bureau cash out' TO CD06I-FROM-DESC
           ELSE
               MOVE 'Bureau cash in'  TO CD06I-FROM-DESC
           END-IF.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

       SETTLE-CASH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The local side on the customer's account - a single leg
      * through DBANK04P, which holds the account to its minimum
      * balance, and its BNKTXN row.  Bureau deals settle to local
      * currency accounts only.
      *-----------------------------------------------------------------
       P240-SETTLE-ACCOUNT.
           MOVE FXBR01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_BALANCE, BAC_CURRENCY
                  INTO :DCL-BAC-PID, :DCL-BAC-BALANCE,
                       :DCL-BAC-CURRENCY
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Account not on file' TO BANK-ERRMSG
               GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           IF DCL-BAC-CURRENCY NOT = SPACES AND
              DCL-BAC-CURRENCY NOT = WS-LOCAL-CCY
               MOVE 'Bureau deals settle to local currency accounts'
                 TO BANK-ERRMSG
               GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           IF FXBR01I-BUY
               MOVE WS-LOCAL-AMT TO WS-SIGNED-LOCAL
           ELSE
               COMPUTE WS-SIGNED-LOCAL = WS-LOCAL-AMT * -1
           END-IF.

           COMPUTE WS-NEW-BALANCE =
               DCL-BAC-BALANCE + WS-SIGNED-LOCAL.

           MOVE SPACES TO CD04-DATA WS-POST-ERRMSG WS-POST-GOODMSG.
           MOVE DCL-BAC-PID      TO CD04I-PERSON-PID.
           SET CD04I-SINGLE-LEG  TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD04I-FROM-ACC.
           MOVE DCL-BAC-BALANCE  TO CD04I-FROM-OLD-BAL.
           MOVE WS-NEW-BALANCE   TO CD04I-FROM-NEW-BAL.

           CALL 'DBANK04P' USING BY REFERENCE CD04-DATA
                                 BY REFERENCE WS-POST-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

           IF WS-POST-ERRMSG NOT = SPACES
               MOVE WS-POST-ERRMSG TO BANK-ERRMSG
               GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           IF CD04O-RETRY-NEEDED
               MOVE 'Balance changed - please retry' TO BANK-ERRMSG
               GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES           TO CD06-DATA.
           MOVE DCL-BAC-PID      TO CD06I-PERSON-PID.
           SET CD06I-LEDGER      TO TRUE.
           MOVE DCL-BAC-ACCNO    TO CD06I-FROM-ACC.
           MOVE WS-SIGNED-LOCAL  TO CD06I-FROM-AMOUNT.
           MOVE 'X'              TO CD06I-CATEGORY.
           IF FXBR01I-BUY
               MOVE 'Foreign notes bought' TO CD06I-FROM-DESC
           ELSE
               MOVE 'Foreign notes sold'   TO CD06I-FROM-DESC
           END-IF.

           CALL 'DBANK06P' USING BY REFERENCE CD06-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE WS-POST-GOODMSG.

       SETTLE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The notes themselves, in the teller's currency position.
      *-----------------------------------------------------------------
       P250-MOVE-DRAWER-NOTES.
           EXEC SQL
                UPDATE BNKFXCSH
                   SET FXC_MOVEMENT_TOT =
                       FXC_MOVEMENT_TOT + :WS-SIGNED-FX
                 WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                   AND FXC_HOLDER      = :DCL-FXC-HOLDER
                   AND FXC_DATE        = :DCL-FXC-DATE
                   AND FXC_CURRENCY    = :DCL-FXC-CURRENCY
                   AND FXC_STATUS      = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The GL - two balanced BNKGLJNL entries per deal.  The notes
      * are carried at the DBANK30P rate; the settlement side is
      * cash clearing or customer deposits; the margin goes to its
      * own income line.
      *   Bank buys:  DR notes / CR settlement   (local paid)
      *               DR notes / CR margin income
      *   Bank sells: DR settlement / CR notes   (notes at rate)
      *               DR settlement / CR margin income
      *-----------------------------------------------------------------
       P260-JOURNAL-DEAL.
           IF FXBR01I-BUY
               MOVE GL-FX-NOTES     TO GLJN01I-DR-ACCOUNT
               MOVE WS-SETTLE-GL    TO GLJN01I-CR-ACCOUNT
               MOVE WS-LOCAL-AMT    TO GLJN01I-AMOUNT
           ELSE
               MOVE WS-SETTLE-GL    TO GLJN01I-DR-ACCOUNT
               MOVE GL-FX-NOTES     TO GLJN01I-CR-ACCOUNT
               MOVE WS-MID-VALUE    TO GLJN01I-AMOUNT
           END-IF.

           PERFORM P265-STAGE-ENTRY.

           IF BANK-ERRMSG NOT = SPACES OR WS-MARGIN-AMT = ZERO
               GO TO JOURNAL-DEAL-EXIT
           END-IF.

           IF FXBR01I-BUY
               MOVE GL-FX-NOTES     TO GLJN01I-DR-ACCOUNT
           ELSE
               MOVE WS-SETTLE-GL    TO GLJN01I-DR-ACCOUNT
           END-IF.
           MOVE GL-FX-MARGIN-INCOME TO GLJN01I-CR-ACCOUNT.
           MOVE WS-MARGIN-AMT       TO GLJN01I-AMOUNT.

           PERFORM P265-STAGE-ENTRY.

       JOURNAL-DEAL-EXIT.
           EXIT.

       P265-STAGE-ENTRY.
           MOVE 'DFXBR01P'       TO GLJN01I-SOURCE.
           MOVE 'X'              TO GLJN01I-CATEGORY.
           IF FXBR01I-SETTLE-ACCOUNT
               MOVE FXBR01I-ACCNO TO GLJN01I-ACCNO
           ELSE
               MOVE SPACES        TO GLJN01I-ACCNO
           END-IF.
           MOVE DCL-FXD-REF      TO GLJN01I-REF.
           MOVE SPACES           TO WS-SUB-ERRMSG.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               MOVE WS-SUB-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The deal log the bureau report reads.
      *-----------------------------------------------------------------
       P270-LOG-DEAL.
           PERFORM P710-TELLER-BRANCH.

           MOVE WS-TODAY-DATE      TO DCL-FXD-DATE.
           MOVE FXBR01I-USERID     TO DCL-FXD-TELLER.
           MOVE WS-TELLER-BRANCH   TO DCL-FXD-BRANCH.
           MOVE FXBR01I-FUNCTION   TO DCL-FXD-SIDE.
           MOVE FXBR01I-CURRENCY   TO DCL-FXD-CURRENCY.
           MOVE FXBR01I-FX-AMOUNT  TO DCL-FXD-FX-AMOUNT.
           MOVE FXBR01O-MID-RATE   TO DCL-FXD-MID-RATE.
           IF FXBR01I-BUY
               MOVE FXBR01O-BUY-RATE  TO DCL-FXD-CASH-RATE
           ELSE
               MOVE FXBR01O-SELL-RATE TO DCL-FXD-CASH-RATE
           END-IF.
           MOVE WS-LOCAL-AMT       TO DCL-FXD-LOCAL-AMT.
           MOVE WS-MARGIN-AMT      TO DCL-FXD-MARGIN-AMT.
           MOVE FXBR01I-SETTLE     TO DCL-FXD-SETTLE.
           IF FXBR01I-SETTLE-ACCOUNT
               MOVE FXBR01I-ACCNO  TO DCL-FXD-ACCNO
           ELSE
               MOVE SPACES         TO DCL-FXD-ACCNO
           END-IF.

           EXEC SQL
                INSERT INTO BNKFXDL (
                  FXD_REF,
                  FXD_TS,
                  FXD_DATE,
                  FXD_TELLER,
                  FXD_BRANCH,
                  FXD_SIDE,
                  FXD_CURRENCY,
                  FXD_FX_AMOUNT,
                  FXD_MID_RATE,
                  FXD_CASH_RATE,
                  FXD_LOCAL_AMT,
                  FXD_MARGIN_AMT,
                  FXD_SETTLE,
                  FXD_ACCNO
                ) VALUES (
                  :DCL-FXD-REF,
                  CURRENT TIMESTAMP,
                  :DCL-FXD-DATE,
                  :DCL-FXD-TELLER,
                  :DCL-FXD-BRANCH,
                  :DCL-FXD-SIDE,
                  :DCL-FXD-CURRENCY,
                  :DCL-FXD-FX-AMOUNT,
                  :DCL-FXD-MID-RATE,
                  :DCL-FXD-CASH-RATE,
                  :DCL-FXD-LOCAL-AMT,
                  :DCL-FXD-MARGIN-AMT,
                  :DCL-FXD-SETTLE,
                  :DCL-FXD-ACCNO)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Open a currency position for today.  A vault carries its
      * latest counted close in the currency (the keyed amount only
      * the very first time); a drawer takes the float it was given.
      *=================================================================
       P300-OPEN-POSITION.
           PERFORM P310-CHECK-HOLDER THRU CHECK-HOLDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-POSITION-EXIT
           END-IF.

           PERFORM P700-FETCH-POSITION.

           IF SQLCODE = ZERO
               MOVE 'Currency already opened today' TO BANK-ERRMSG
               GO TO OPEN-POSITION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPEN-POSITION-EXIT
           END-IF.

           MOVE FXBR01I-FX-AMOUNT TO DCL-FXC-OPEN-AMT.

           IF FXBR01I-VAULT
               MOVE FXBR01I-HOLDER TO DCL-FXC-BRANCH

               EXEC SQL
                    SELECT FXC_COUNTED_AMT
                      INTO :DCL-FXC-COUNTED-AMT
                      FROM BNKFXCSH
                     WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                       AND FXC_HOLDER      = :DCL-FXC-HOLDER
                       AND FXC_CURRENCY    = :DCL-FXC-CURRENCY
                       AND FXC_STATUS      = 'C'
                       AND FXC_DATE =
                           (SELECT MAX(FXC_DATE)
                              FROM BNKFXCSH
                             WHERE FXC_HOLDER_TYPE =
                                       :DCL-FXC-HOLDER-TYPE
                               AND FXC_HOLDER   = :DCL-FXC-HOLDER
                               AND FXC_CURRENCY = :DCL-FXC-CURRENCY
                               AND FXC_STATUS   = 'C')
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE DCL-FXC-COUNTED-AMT TO DCL-FXC-OPEN-AMT
               END-IF

               PERFORM P800-ERROR-CHECK
           ELSE
               PERFORM P710-TELLER-BRANCH
               MOVE WS-TELLER-BRANCH TO DCL-FXC-BRANCH
           END-IF.

           IF DCL-FXC-OPEN-AMT < ZERO
               MOVE 'Opening amount cannot be negative' TO BANK-ERRMSG
               GO TO OPEN-POSITION-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO BNKFXCSH (
                  FXC_HOLDER_TYPE,
                  FXC_HOLDER,
                  FXC_DATE,
                  FXC_CURRENCY,
                  FXC_BRANCH,
                  FXC_STATUS,
                  FXC_OPEN_AMT,
                  FXC_MOVEMENT_TOT,
                  FXC_COUNTED_AMT,
                  FXC_OPENED_TS,
                  FXC_CLOSED_TS
                ) VALUES (
                  :DCL-FXC-HOLDER-TYPE,
                  :DCL-FXC-HOLDER,
                  :DCL-FXC-DATE,
                  :DCL-FXC-CURRENCY,
                  :DCL-FXC-BRANCH,
                  'O',
                  :DCL-FXC-OPEN-AMT,
                  0,
                  0,
                  CURRENT TIMESTAMP,
                  NULL)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-FXC-OPEN-AMT TO FXBR01O-OPEN-AMT
                                        FXBR01O-EXPECTED-AMT
               MOVE 'Currency opened' TO GOOD-ERRMSG
           END-IF.

       OPEN-POSITION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Holder type and id for the open, close and adjust functions.
      *-----------------------------------------------------------------
       P310-CHECK-HOLDER.
           IF NOT FXBR01I-DRAWER AND NOT FXBR01I-VAULT
               MOVE 'Holder must be D (drawer) or V (vault)'
                 TO BANK-ERRMSG
               GO TO CHECK-HOLDER-EXIT
           END-IF.

           IF FXBR01I-HOLDER = SPACES
               IF FXBR01I-DRAWER
                   MOVE 'Please enter the teller' TO BANK-ERRMSG
               ELSE
                   MOVE 'Please enter the branch' TO BANK-ERRMSG
               END-IF
           END-IF.

       CHECK-HOLDER-EXIT.
           EXIT.

      *=================================================================
      * Close a currency position with the counted notes - expected
      * is the opening amount plus the day's movements, and the
      * variance comes back for the screen.  Closed either way, so a
      * shortage is tomorrow's opening reality, not a hidden one.
      *=================================================================
       P400-CLOSE-POSITION.
           PERFORM P310-CHECK-HOLDER THRU CHECK-HOLDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-POSITION-EXIT
           END-IF.

           PERFORM P700-FETCH-POSITION.

           IF SQLCODE = +100
               MOVE 'Currency not opened today' TO BANK-ERRMSG
               GO TO CLOSE-POSITION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CLOSE-POSITION-EXIT
           END-IF.

           IF NOT DCL-FXC-OPEN
               MOVE 'Currency already closed today' TO BANK-ERRMSG
               GO TO CLOSE-POSITION-EXIT
           END-IF.

           MOVE FXBR01I-FX-AMOUNT TO DCL-FXC-COUNTED-AMT.

           EXEC SQL
                UPDATE BNKFXCSH
                   SET FXC_STATUS      = 'C',
                       FXC_COUNTED_AMT = :DCL-FXC-COUNTED-AMT,
                       FXC_CLOSED_TS   = CURRENT TIMESTAMP
                 WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                   AND FXC_HOLDER      = :DCL-FXC-HOLDER
                   AND FXC_DATE        = :DCL-FXC-DATE
                   AND FXC_CURRENCY    = :DCL-FXC-CURRENCY
                   AND FXC_STATUS      = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-FXC-OPEN-AMT     TO FXBR01O-OPEN-AMT
               MOVE DCL-FXC-MOVEMENT-TOT TO FXBR01O-MOVEMENT-TOT
               COMPUTE FXBR01O-EXPECTED-AMT =
                   DCL-FXC-OPEN-AMT + DCL-FXC-MOVEMENT-TOT
               COMPUTE FXBR01O-VARIANCE =
                   DCL-FXC-COUNTED-AMT - FXBR01O-EXPECTED-AMT
               IF FXBR01O-VARIANCE = ZERO
                   MOVE 'Currency balanced and closed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Currency closed WITH VARIANCE - investigate'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       CLOSE-POSITION-EXIT.
           EXIT.

      *=================================================================
      * Move an open position by a signed amount - DVLT01P's vault
      * movements, into the vault positive.
      *=================================================================
       P500-ADJUST-POSITION.
           PERFORM P310-CHECK-HOLDER THRU CHECK-HOLDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADJUST-POSITION-EXIT
           END-IF.

           IF FXBR01I-FX-AMOUNT = ZERO
               MOVE 'Amount must not be zero' TO BANK-ERRMSG
               GO TO ADJUST-POSITION-EXIT
           END-IF.

           PERFORM P700-FETCH-POSITION.

           IF SQLCODE = +100 OR NOT DCL-FXC-OPEN
               MOVE 'Currency not open today' TO BANK-ERRMSG
               GO TO ADJUST-POSITION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO ADJUST-POSITION-EXIT
           END-IF.

           MOVE FXBR01I-FX-AMOUNT TO WS-SIGNED-FX.

           EXEC SQL
                UPDATE BNKFXCSH
                   SET FXC_MOVEMENT_TOT =
                       FXC_MOVEMENT_TOT + :WS-SIGNED-FX
                 WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                   AND FXC_HOLDER      = :DCL-FXC-HOLDER
                   AND FXC_DATE        = :DCL-FXC-DATE
                   AND FXC_CURRENCY    = :DCL-FXC-CURRENCY
                   AND FXC_STATUS      = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-FXC-OPEN-AMT TO FXBR01O-OPEN-AMT
               COMPUTE FXBR01O-MOVEMENT-TOT =
                   DCL-FXC-MOVEMENT-TOT + WS-SIGNED-FX
               COMPUTE FXBR01O-EXPECTED-AMT =
                   DCL-FXC-OPEN-AMT + FXBR01O-MOVEMENT-TOT
               MOVE 'Currency movement recorded' TO GOOD-ERRMSG
           END-IF.

       ADJUST-POSITION-EXIT.
           EXIT.

      *=================================================================
      * Today's currency positions for one drawer or vault.
      *=================================================================
       P600-LIST-POSITIONS.
           PERFORM P310-CHECK-HOLDER THRU CHECK-HOLDER-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-POSITIONS-EXIT
           END-IF.

           MOVE FXBR01I-HOLDER-TYPE TO DCL-FXC-HOLDER-TYPE.
           MOVE FXBR01I-HOLDER      TO DCL-FXC-HOLDER.
           MOVE WS-TODAY-DATE       TO DCL-FXC-DATE.

           EXEC SQL
                DECLARE FXC_CSR CURSOR FOR
                SELECT FXC_CURRENCY, FXC_STATUS, FXC_OPEN_AMT,
                       FXC_MOVEMENT_TOT, FXC_COUNTED_AMT
                FROM BNKFXCSH
                WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                  AND FXC_HOLDER      = :DCL-FXC-HOLDER
                  AND FXC_DATE        = :DCL-FXC-DATE
                ORDER BY FXC_CURRENCY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN FXC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P610-FETCH-POSITION
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR FXBR01O-POS-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE FXC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF FXBR01O-POS-COUNT = ZERO
                   MOVE 'No currency opened today' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Currency positions listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-POSITIONS-EXIT.
           EXIT.

       P610-FETCH-POSITION.
           EXEC SQL
                FETCH FXC_CSR
                INTO :DCL-FXC-CURRENCY,
                     :DCL-FXC-STATUS,
                     :DCL-FXC-OPEN-AMT,
                     :DCL-FXC-MOVEMENT-TOT,
                     :DCL-FXC-COUNTED-AMT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO FXBR01O-POS-COUNT
               MOVE FXBR01O-POS-COUNT TO WS-SUB
               MOVE DCL-FXC-CURRENCY
                 TO FXBR01O-P-CURRENCY(WS-SUB)
               MOVE DCL-FXC-STATUS
                 TO FXBR01O-P-STATUS(WS-SUB)
               MOVE DCL-FXC-OPEN-AMT
                 TO FXBR01O-P-OPEN-AMT(WS-SUB)
               MOVE DCL-FXC-MOVEMENT-TOT
                 TO FXBR01O-P-MOVEMENT(WS-SUB)
               COMPUTE FXBR01O-P-EXPECTED(WS-SUB) =
                   DCL-FXC-OPEN-AMT + DCL-FXC-MOVEMENT-TOT
               MOVE DCL-FXC-COUNTED-AMT
                 TO FXBR01O-P-COUNTED(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Today's row for the holder and currency in the commarea.
      *-----------------------------------------------------------------
       P700-FETCH-POSITION.
           MOVE FXBR01I-HOLDER-TYPE TO DCL-FXC-HOLDER-TYPE.
           MOVE FXBR01I-HOLDER      TO DCL-FXC-HOLDER.
           MOVE WS-TODAY-DATE       TO DCL-FXC-DATE.
           MOVE FXBR01I-CURRENCY    TO DCL-FXC-CURRENCY.

           EXEC SQL
                SELECT FXC_STATUS, FXC_OPEN_AMT, FXC_MOVEMENT_TOT
                  INTO :DCL-FXC-STATUS, :DCL-FXC-OPEN-AMT,
                       :DCL-FXC-MOVEMENT-TOT
                  FROM BNKFXCSH
                 WHERE FXC_HOLDER_TYPE = :DCL-FXC-HOLDER-TYPE
                   AND FXC_HOLDER      = :DCL-FXC-HOLDER
                   AND FXC_DATE        = :DCL-FXC-DATE
                   AND FXC_CURRENCY    = :DCL-FXC-CURRENCY
           END-EXEC.

      *-----------------------------------------------------------------
      * The teller's home branch, for the bureau report's grouping.
      *-----------------------------------------------------------------
       P710-TELLER-BRANCH.
           MOVE SPACES TO WS-TELLER-BRANCH.

           EXEC SQL
                SELECT BCS_BRANCH
                  INTO :WS-TELLER-BRANCH
                  FROM BNKCUST
                 WHERE BCS_PID = :FXBR01I-USERID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-TELLER-BRANCH
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              AND BANK-ERRMSG = SPACES
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Bureau function failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.

      *=================================================================
      * The book must be open - while the end-of-day stream holds
      * the business date in rollover, online posting waits rather
      * than slipping into the middle of the night's totals.  The
      * same CD91 query BBANK50P's gate asks.
      *=================================================================
       P090-CHECK-BOOK-OPEN.
           MOVE SPACES     TO CD91-DATA
                              WS-BDATE-ERRMSG WS-BDATE-GOODMSG.
           SET CD91I-QUERY TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG NOT = SPACES
               MOVE WS-BDATE-ERRMSG TO BANK-ERRMSG
           ELSE
               IF CD91O-IN-ROLLOVER
                   MOVE 'Posting closed - business date in rollover'
                     TO BANK-ERRMSG
               END-IF
           END-IF.
