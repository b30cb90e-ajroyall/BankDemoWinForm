001300* Program:     DBANK08P.CBL                                     *
001400* Function:    Sum today's outgoing transfers for an account,   *
001500*              used by BBANK50P to enforce the daily transfer   *
001600*              ceiling.  Read from the day's BNKACTC activity   *
001610*              counters (DACTC01P) rather than BNKTXN.          *
001700*              SQL version                                      *
001800*****************************************************************
001900
003000 WORKING-STORAGE SECTION.
003100 01  WS-MISC-STORAGE.
003200   05  SQLCODE-DISP                          PIC -9(5).
         05  WS-SYSDATE-YYYYMMDD.
           10  WS-SYSDATE-YYYY                   PIC 9(4).
           10  WS-SYSDATE-MM                     PIC 9(2).
           10  WS-SYSDATE-DD                     PIC 9(2).
003300
           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAK
           END-EXEC.

       COPY CBANKSAKX.

       COPY SQLCA.

001400 PROCEDURE DIVISION USING    by Reference CD08-DATA.

           MOVE ZERO TO CD08O-TODAY-TOTAL.
           MOVE CD08I-ACCNO TO DCL-ACT-ACCNO.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO DCL-ACT-DAY.

      *=================================================================
      * '1' is the debit leg of a transfer (money out) - BTX_SUB_TYPE
      * is also used for reversals, see DBANK06P, so outgoing reversals
      * count against the ceiling the same way an ordinary transfer
      * out does.  The counters keep the sub-type for exactly this.
      *=================================================================
           EXEC SQL
                SELECT COALESCE(SUM(ACT_TOTAL), 0)
                  INTO :DCL-ACT-TOTAL
                  FROM BNKACTC
                 WHERE ACT_ACCNO    = :DCL-ACT-ACCNO      AND
                       ACT_SUB_TYPE = '1'                 AND
                       ACT_DAY      = :DCL-ACT-DAY
           END-EXEC.

           IF SQLCODE = ZERO
              MOVE DCL-ACT-TOTAL TO CD08O-TODAY-TOTAL
           END-IF.

           GOBACK.
