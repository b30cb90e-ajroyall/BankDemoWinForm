002200*              uses.  Rules are maintained through this         *
002300*              program too, so thresholds tune without a        *
002400*              release.                                         *
002410*              The count and amount rules read the account's    *
002420*              daily BNKACTC activity counters (DACTC01P) when  *
002430*              the window lies inside the days the counters     *
002440*              keep (BNKPARM ACTCDAYS); a longer window, and    *
002450*              the structuring and new-payee rules, which need  *
002460*              the single items, still read BNKTXN.             *
002500*              SQL version                                      *
002600*****************************************************************

               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).
      *-----------------------------------------------------------------
      * Days of activity counters kept - DACTC02P drops older ones.
      *-----------------------------------------------------------------
           05  WS-ACTC-DAYS                      PIC S9(3) COMP-3
                                                  VALUE +35.
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).

           COPY UDATECC2.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
                INCLUDE CBANKSTX
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAK
           END-EXEC.

           COPY CBANKSFUX.
           COPY CBANKSACX.
           COPY CBANKSTXX.
           COPY CBANKSAKX.

       01  WS-CUTOFF-TS                          PIC X(26).
       01  WS-HIT-COUNT                          PIC S9(9) COMP-5.
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           PERFORM P130-LOAD-COUNTER-DAYS.

           EXEC SQL
                DECLARE RUL_CSR CURSOR FOR
                SELECT FRU_RULE_ID, FRU_TYPE, FRU_WINDOW_DAYS,

           CALL 'UDATECNV' USING BY REFERENCE CDATED.

      *-----------------------------------------------------------------
      * How far back the activity counters go - never less than a
      * week, the same floor DACTC02P keeps.
      *-----------------------------------------------------------------
       P130-LOAD-COUNTER-DAYS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'ACTCDAYS' TO PARM01I-NAME.
           MOVE WS-ACTC-DAYS TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-ACTC-DAYS
           END-IF.

           IF WS-ACTC-DAYS < 7
               MOVE 7 TO WS-ACTC-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * 'C' - this many debits inside the window (the one being
      * posted counts).  The debit counters hold the same rows the
      * BNKTXN scan would find.
      *-----------------------------------------------------------------
       P200-TEST-COUNT.
           IF DCL-FRU-WINDOW-DAYS NOT > WS-ACTC-DAYS
               MOVE CD87I-FROM-ACC     TO DCL-ACT-ACCNO
               MOVE WS-CUTOFF-TS(1:10) TO DCL-ACT-DAY
               EXEC SQL
                    SELECT COALESCE(SUM(ACT_COUNT), 0)
                      INTO :WS-HIT-COUNT
                      FROM BNKACTC
                     WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                       AND ACT_DIRECTION = 'D'
                       AND ACT_DAY      >= :DCL-ACT-DAY
               END-EXEC
           ELSE
               MOVE CD87I-FROM-ACC TO DCL-BTX-ACCNO
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HIT-COUNT
                      FROM BNKTXN
                     WHERE BTX_ACCNO      = :DCL-BTX-ACCNO
                       AND BTX_AMOUNT     < 0
                       AND BTX_TIMESTAMP >= :WS-CUTOFF-TS
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

      * amount threshold.
      *-----------------------------------------------------------------
       P210-TEST-AMOUNT.
           MOVE ZERO           TO WS-DEBIT-SUM.

           IF DCL-FRU-WINDOW-DAYS NOT > WS-ACTC-DAYS
               MOVE CD87I-FROM-ACC     TO DCL-ACT-ACCNO
               MOVE WS-CUTOFF-TS(1:10) TO DCL-ACT-DAY
               EXEC SQL
                    SELECT SUM(ACT_TOTAL)
                      INTO :WS-DEBIT-SUM :WS-SUM-IND
                      FROM BNKACTC
                     WHERE ACT_ACCNO     = :DCL-ACT-ACCNO
                       AND ACT_DIRECTION = 'D'
                       AND ACT_DAY      >= :DCL-ACT-DAY
               END-EXEC
           ELSE
               MOVE CD87I-FROM-ACC TO DCL-BTX-ACCNO
               EXEC SQL
                    SELECT SUM(BTX_AMOUNT)
                      INTO :WS-DEBIT-SUM :WS-SUM-IND
                      FROM BNKTXN
                     WHERE BTX_ACCNO      = :DCL-BTX-ACCNO
                       AND BTX_AMOUNT     < 0
                       AND BTX_TIMESTAMP >= :WS-CUTOFF-TS
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

