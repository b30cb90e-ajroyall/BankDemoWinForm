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
001300* Program:     DWPAK01P.CBL                                    *
001400* Function:    Welcome pack and product disclosure.  'B' is     *
001500*              called the moment an account opens, inside the   *
001600*              opening's unit of work (DBANK14P, or BBANK80P    *
001700*              once a term deposit's BNKTDEP instruction is     *
001800*              written).  It gathers the terms in force - the   *
001900*              BNKATYP product, minimum balance and overdraft   *
002000*              limit, the type's rate from BNKRATEH (falling    *
002100*              back to BAT_RATE) with any BNKACCSP preferential *
002200*              spread, the BNKFEESCH fee bands and the BNKTDEP  *
002300*              term and maturity - and records them on BNKWPACK *
002400*              with the disclosure version: product, customer  *
002500*              BCS_LANGUAGE and the newest revision of the      *
002600*              pack's BNKNTMPL wording.  The pack is queued to  *
002700*              the customer's e-mail through DBANK20P (BNKMAILQ *
002800*              tag WPACK) or, with no e-mail address, left for  *
002900*              the nightly WELCPACK print (DWPAK02P).  A pack   *
003000*              that cannot be recorded fails the opening.       *
003100*              'Q' reads an account's pack back and words it    *
003200*              section by section in the pack's language -      *
003300*              templates WPACK (the greeting), WPRATE, WPTERMS, *
003400*              WPFEES and WPTD - for DBANK32P to e-mail and     *
003500*              DWPAK02P to print.                               *
003600*              SQL version                                      *
003700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DWPAK01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-BAND-COUNT                     PIC S9(4) COMP.
           05  WS-FEE-PTR                        PIC S9(4) COMP.
           05  WS-LINE-SUB                       PIC S9(4) COMP.

      *    Figures edited for the wording, then left-justified.
           05  WS-RATE-EDIT                      PIC Z9.999.
           05  WS-AMT-EDIT                       PIC -(6)9.99.
           05  WS-TERM-EDIT                      PIC ZZ9.
           05  WS-EDIT-FIELD                     PIC X(12).
           05  WS-EDIT-OUT                       PIC X(12).
           05  WS-LEAD-COUNT                     PIC S9(4) COMP.
           05  WS-RATE-TXT                       PIC X(12).
           05  WS-SPREAD-TXT                     PIC X(12).
           05  WS-MIN-TXT                        PIC X(12).
           05  WS-OD-TXT                         PIC X(12).
           05  WS-TERM-TXT                       PIC X(12).
           05  WS-TDRATE-TXT                     PIC X(12).
           05  WS-DEFAULT-HEADING                PIC X(75).

           COPY CBANKVC20.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWP
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
                INCLUDE CBANKSFE
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTD
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNT
           END-EXEC.

           COPY CBANKSWPX.
           COPY CBANKSACX.
           COPY CBANKSATX.
           COPY CBANKSRHX.
           COPY CBANKSASX.
           COPY CBANKSFEX.
           COPY CBANKSTDX.
           COPY CBANKSCSX.
           COPY CBANKSNTX.

       01  WS-RUN-DATE                           PIC X(10).
       01  WS-TMPL-NOTICE                        PIC X(10).
       01  WS-TMPL-LANG                          PIC X(2).
       01  WS-TMPL-FOUND-SW                      PIC X(1).
           88  WS-TMPL-FOUND                     VALUE 'Y'.
       01  WS-WORDING-TS                         PIC X(26).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CWPAK01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference WPAK01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE 'N'    TO WPAK01O-FOUND.
           MOVE ZERO   TO WPAK01O-LINE-COUNT.

           PERFORM P050-BUILD-TODAY.

           EVALUATE TRUE
               WHEN WPAK01I-BUILD
                   PERFORM P100-BUILD-PACK THRU BUILD-PACK-EXIT
               WHEN WPAK01I-QUERY
                   PERFORM P300-QUERY-PACK THRU QUERY-PACK-EXIT
               WHEN OTHER
                   MOVE 'Invalid welcome pack function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *=================================================================
      * The account just opened - its terms as they stand today, the
      * disclosure version, the pack queued or left to print, and the
      * record of it all.
      *=================================================================
       P100-BUILD-PACK.
           MOVE WPAK01I-ACCNO TO DCL-BAC-ACCNO.

           EXEC SQL
                SELECT BAC_PID, BAC_ACCTYPE
                  INTO :DCL-BAC-PID, :DCL-BAC-ACCTYPE
                  FROM BNKACC
                 WHERE BAC_ACCNO = :DCL-BAC-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account not on file' TO BANK-ERRMSG
               GO TO BUILD-PACK-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-BAC-ACCTYPE TO DCL-BAT-TYPE.

           EXEC SQL
                SELECT BAT_DESC, BAT_RATE, BAT_MIN_BAL,
                       BAT_OVERDRAFT_LIMIT
                  INTO :DCL-BAT-DESC, :DCL-BAT-RATE, :DCL-BAT-MIN-BAL,
                       :DCL-BAT-OVERDRAFT-LIMIT
                  FROM BNKATYP
                 WHERE BAT_TYPE = :DCL-BAT-TYPE
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Account type not on file' TO BANK-ERRMSG
               GO TO BUILD-PACK-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO BUILD-PACK-EXIT
           END-IF.

           MOVE SPACES              TO DCLWPACK.
           MOVE DCL-BAC-ACCNO       TO DCL-WPK-ACCNO.
           MOVE DCL-BAC-PID         TO DCL-WPK-PID.
           MOVE DCL-BAC-ACCTYPE     TO DCL-WPK-ACC-TYPE.
           MOVE DCL-BAT-DESC        TO DCL-WPK-PRODUCT.
           MOVE DCL-BAT-MIN-BAL     TO DCL-WPK-MIN-BAL.
           MOVE DCL-BAT-OVERDRAFT-LIMIT TO DCL-WPK-OD-LIMIT.
           MOVE ZERO                TO DCL-WPK-SPREAD DCL-WPK-TD-TERM
                                       DCL-WPK-TD-RATE.
           MOVE WPAK01I-USERID      TO DCL-WPK-CREATED-BY.

           PERFORM P110-RATE-IN-FORCE.
           PERFORM P120-SPREAD.
           PERFORM P130-FEE-BANDS.
           PERFORM P140-TERM-DEPOSIT.
           PERFORM P150-CUSTOMER.
           PERFORM P160-VERSION.

           IF BANK-ERRMSG NOT = SPACES
               GO TO BUILD-PACK-EXIT
           END-IF.

           PERFORM P170-QUEUE-PACK.

           EXEC SQL
                INSERT INTO BNKWPACK (
                  WPK_ACCNO,
                  WPK_PID,
                  WPK_VERSION,
                  WPK_LANGUAGE,
                  WPK_ACC_TYPE,
                  WPK_PRODUCT,
                  WPK_RATE,
                  WPK_RATE_EFF,
                  WPK_SPREAD,
                  WPK_MIN_BAL,
                  WPK_OD_LIMIT,
                  WPK_FEE_BANDS,
                  WPK_TD_TERM,
                  WPK_TD_MATURITY,
                  WPK_TD_RATE,
                  WPK_TD_ROLLOVER,
                  WPK_DELIVERY,
                  WPK_STATUS,
                  WPK_CREATED_BY,
                  WPK_CREATED_TS
                ) VALUES (
                  :DCL-WPK-ACCNO,
                  :DCL-WPK-PID,
                  :DCL-WPK-VERSION,
                  :DCL-WPK-LANGUAGE,
                  :DCL-WPK-ACC-TYPE,
                  :DCL-WPK-PRODUCT,
                  :DCL-WPK-RATE,
                  :DCL-WPK-RATE-EFF,
                  :DCL-WPK-SPREAD,
                  :DCL-WPK-MIN-BAL,
                  :DCL-WPK-OD-LIMIT,
                  :DCL-WPK-FEE-BANDS,
                  :DCL-WPK-TD-TERM,
                  :DCL-WPK-TD-MATURITY,
                  :DCL-WPK-TD-RATE,
                  :DCL-WPK-TD-ROLLOVER,
                  :DCL-WPK-DELIVERY,
                  :DCL-WPK-STATUS,
                  :DCL-WPK-CREATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               SET WPAK01O-ON-FILE       TO TRUE
               MOVE DCL-WPK-VERSION      TO WPAK01O-VERSION
               MOVE DCL-WPK-DELIVERY     TO WPAK01O-DELIVERY
               MOVE DCL-WPK-STATUS       TO WPAK01O-STATUS
               IF DCL-WPK-BY-EMAIL
                   STRING 'Welcome pack e-mailed - disclosure '
                            DELIMITED BY SIZE
                          DCL-WPK-VERSION DELIMITED BY SIZE
                     INTO GOOD-ERRMSG
               ELSE
                   STRING 'Welcome pack to post - disclosure '
                            DELIMITED BY SIZE
                          DCL-WPK-VERSION DELIMITED BY SIZE
                     INTO GOOD-ERRMSG
               END-IF
           END-IF.

       BUILD-PACK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The type's rate in force today the way DBANK13P resolves it -
      * the newest BNKRATEH row, else BAT_RATE with no date.
      *-----------------------------------------------------------------
       P110-RATE-IN-FORCE.
           MOVE DCL-BAT-RATE TO DCL-WPK-RATE.
           MOVE SPACES       TO DCL-WPK-RATE-EFF.
           MOVE DCL-BAT-TYPE TO DCL-RTH-TYPE.

           EXEC SQL
                SELECT RTH_RATE, RTH_EFF_DATE
                  INTO :DCL-RTH-RATE, :DCL-RTH-EFF-DATE
                  FROM BNKRATEH
                 WHERE RTH_TYPE = :DCL-RTH-TYPE
                   AND RTH_EFF_DATE =
                       (SELECT MAX(RTH_EFF_DATE)
                          FROM BNKRATEH
                         WHERE RTH_TYPE = :DCL-RTH-TYPE
                           AND RTH_EFF_DATE <= :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-RTH-RATE     TO DCL-WPK-RATE
               MOVE DCL-RTH-EFF-DATE TO DCL-WPK-RATE-EFF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * A preferential spread already agreed on the account, live
      * today - as DDINS01P applies it at accrual.
      *-----------------------------------------------------------------
       P120-SPREAD.
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
               MOVE DCL-ASP-SPREAD TO DCL-WPK-SPREAD
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The type's fee bands, lowest balance first, as 'FROM <balance>
      * FEE <charge>;' - the six DBANK25P charges by.
      *-----------------------------------------------------------------
       P130-FEE-BANDS.
           MOVE SPACES TO DCL-WPK-FEE-BANDS.
           MOVE ZERO   TO WS-BAND-COUNT.
           MOVE 1      TO WS-FEE-PTR.
           MOVE DCL-BAT-TYPE TO DCL-BFE-TYPE.

           EXEC SQL
                DECLARE WPFEE_CSR CURSOR FOR
                SELECT BFE_MIN_BAL, BFE_CHARGE
                  FROM BNKFEESCH
                 WHERE BFE_TYPE = :DCL-BFE-TYPE
                 ORDER BY BFE_MIN_BAL, BFE_BAND
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN WPFEE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO
               PERFORM P135-FETCH-BAND
                   UNTIL SQLCODE NOT = ZERO OR WS-BAND-COUNT >= 6
               EXEC SQL
                    CLOSE WPFEE_CSR
               END-EXEC
           END-IF.

       P135-FETCH-BAND.
           EXEC SQL
                FETCH WPFEE_CSR
                 INTO :DCL-BFE-MIN-BAL, :DCL-BFE-CHARGE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-BAND-COUNT
               MOVE DCL-BFE-MIN-BAL TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT     TO WS-EDIT-FIELD
               PERFORM P470-LEFT-JUSTIFY
               STRING 'FROM '       DELIMITED BY SIZE
                      WS-EDIT-OUT   DELIMITED BY SPACE
                      ' FEE '       DELIMITED BY SIZE
                 INTO DCL-WPK-FEE-BANDS
                 WITH POINTER WS-FEE-PTR
               MOVE DCL-BFE-CHARGE  TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT     TO WS-EDIT-FIELD
               PERFORM P470-LEFT-JUSTIFY
               STRING WS-EDIT-OUT   DELIMITED BY SPACE
                      '; '          DELIMITED BY SIZE
                 INTO DCL-WPK-FEE-BANDS
                 WITH POINTER WS-FEE-PTR
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * A term deposit's instruction - its term, maturity and locked
      * rate, which is the rate the customer gets.
      *-----------------------------------------------------------------
       P140-TERM-DEPOSIT.
           MOVE DCL-BAC-ACCNO TO DCL-TDP-ACCNO.

           EXEC SQL
                SELECT TDP_TERM_MONTHS, TDP_MATURITY_DATE, TDP_RATE,
                       TDP_ROLLOVER
                  INTO :DCL-TDP-TERM-MONTHS, :DCL-TDP-MATURITY-DATE,
                       :DCL-TDP-RATE, :DCL-TDP-ROLLOVER
                  FROM BNKTDEP
                 WHERE TDP_ACCNO  = :DCL-TDP-ACCNO
                   AND TDP_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-TDP-TERM-MONTHS   TO DCL-WPK-TD-TERM
               MOVE DCL-TDP-MATURITY-DATE TO DCL-WPK-TD-MATURITY
               MOVE DCL-TDP-RATE          TO DCL-WPK-TD-RATE
               MOVE DCL-TDP-ROLLOVER      TO DCL-WPK-TD-ROLLOVER
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The customer's language (English when none is recorded) and
      * whether there is an address to e-mail the pack to.
      *-----------------------------------------------------------------
       P150-CUSTOMER.
           MOVE DCL-BAC-PID TO DCL-BCS-PID.
           MOVE SPACES      TO DCL-BCS-LANGUAGE DCL-BCS-EMAIL.

           EXEC SQL
                SELECT BCS_LANGUAGE, BCS_EMAIL
                  INTO :DCL-BCS-LANGUAGE, :DCL-BCS-EMAIL
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = ZERO AND DCL-BCS-LANGUAGE NOT = SPACES
               MOVE DCL-BCS-LANGUAGE TO DCL-WPK-LANGUAGE
           ELSE
               MOVE 'EN'             TO DCL-WPK-LANGUAGE
           END-IF.

      *-----------------------------------------------------------------
      * The disclosure version - product, language, and the newest
      * change to any wording the pack can be set out in (the
      * customer's language or the English it falls back to).  With
      * no templates at all it is the compiled wording, all zeros.
      *-----------------------------------------------------------------
       P160-VERSION.
           MOVE DCL-WPK-LANGUAGE TO WS-TMPL-LANG.
           MOVE SPACES           TO WS-WORDING-TS.

           EXEC SQL
                SELECT COALESCE(CHAR(MAX(NTM_UPDATED_TS)), ' ')
                  INTO :WS-WORDING-TS
                  FROM BNKNTMPL
                 WHERE NTM_NOTICE IN ('WPACK', 'WPRATE', 'WPTERMS',
                                      'WPFEES', 'WPTD')
                   AND NTM_LANGUAGE IN (:WS-TMPL-LANG, 'EN')
                   AND NTM_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-WORDING-TS = SPACES
               MOVE '0000-00-00-00.00.00' TO WS-WORDING-TS
           END-IF.

           STRING 'WP'                DELIMITED BY SIZE
                  DCL-WPK-ACC-TYPE    DELIMITED BY SIZE
                  DCL-WPK-LANGUAGE    DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-WORDING-TS(1:4)  DELIMITED BY SIZE
                  WS-WORDING-TS(6:2)  DELIMITED BY SIZE
                  WS-WORDING-TS(9:2)  DELIMITED BY SIZE
                  WS-WORDING-TS(12:2) DELIMITED BY SIZE
                  WS-WORDING-TS(15:2) DELIMITED BY SIZE
                  WS-WORDING-TS(18:2) DELIMITED BY SIZE
             INTO DCL-WPK-VERSION.

      *-----------------------------------------------------------------
      * To the customer's e-mail when there is one - a service notice,
      * never held back for marketing consent.  Otherwise, or if the
      * queue refuses it, the pack goes out by post.
      *-----------------------------------------------------------------
       P170-QUEUE-PACK.
           SET DCL-WPK-BY-POST  TO TRUE.
           SET DCL-WPK-TO-PRINT TO TRUE.

           IF DCL-BCS-EMAIL NOT = SPACES
               MOVE SPACES          TO CD20-DATA WS-ALERT-ERRMSG
               MOVE DCL-WPK-PID     TO CD20I-PID
               MOVE DCL-BCS-EMAIL   TO CD20I-EMAIL
               MOVE DCL-WPK-ACCNO   TO CD20I-FROM-ACC
               MOVE ZERO            TO CD20I-AMOUNT
               STRING 'WPACK '        DELIMITED BY SIZE
                      DCL-WPK-VERSION DELIMITED BY SIZE
                 INTO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   SET DCL-WPK-BY-EMAIL TO TRUE
                   SET DCL-WPK-QUEUED   TO TRUE
               END-IF
           END-IF.

      *=================================================================
      * An account's pack as recorded, and worded.
      *=================================================================
       P300-QUERY-PACK.
           MOVE WPAK01I-ACCNO TO DCL-WPK-ACCNO.

           EXEC SQL
                SELECT WPK_PID, WPK_VERSION, WPK_LANGUAGE,
                       WPK_ACC_TYPE, WPK_PRODUCT, WPK_RATE,
                       WPK_RATE_EFF, WPK_SPREAD, WPK_MIN_BAL,
                       WPK_OD_LIMIT, WPK_FEE_BANDS, WPK_TD_TERM,
                       WPK_TD_MATURITY, WPK_TD_RATE, WPK_TD_ROLLOVER,
                       WPK_DELIVERY, WPK_STATUS, WPK_CREATED_TS
                  INTO :DCL-WPK-PID, :DCL-WPK-VERSION,
                       :DCL-WPK-LANGUAGE, :DCL-WPK-ACC-TYPE,
                       :DCL-WPK-PRODUCT, :DCL-WPK-RATE,
                       :DCL-WPK-RATE-EFF, :DCL-WPK-SPREAD,
                       :DCL-WPK-MIN-BAL, :DCL-WPK-OD-LIMIT,
                       :DCL-WPK-FEE-BANDS, :DCL-WPK-TD-TERM,
                       :DCL-WPK-TD-MATURITY, :DCL-WPK-TD-RATE,
                       :DCL-WPK-TD-ROLLOVER, :DCL-WPK-DELIVERY,
                       :DCL-WPK-STATUS, :DCL-WPK-CREATED-TS
                  FROM BNKWPACK
                 WHERE WPK_ACCNO = :DCL-WPK-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No welcome pack on file for that account'
                 TO BANK-ERRMSG
               GO TO QUERY-PACK-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-PACK-EXIT
           END-IF.

           SET WPAK01O-ON-FILE         TO TRUE.
           MOVE DCL-WPK-VERSION        TO WPAK01O-VERSION.
           MOVE DCL-WPK-DELIVERY       TO WPAK01O-DELIVERY.
           MOVE DCL-WPK-STATUS         TO WPAK01O-STATUS.
           MOVE DCL-WPK-PRODUCT        TO WPAK01O-PRODUCT.
           MOVE DCL-WPK-RATE           TO WPAK01O-RATE.
           MOVE DCL-WPK-RATE-EFF       TO WPAK01O-RATE-EFF.
           MOVE DCL-WPK-SPREAD         TO WPAK01O-SPREAD.
           MOVE DCL-WPK-MIN-BAL        TO WPAK01O-MIN-BAL.
           MOVE DCL-WPK-OD-LIMIT       TO WPAK01O-OD-LIMIT.
           MOVE DCL-WPK-FEE-BANDS      TO WPAK01O-FEE-BANDS.
           MOVE DCL-WPK-TD-TERM        TO WPAK01O-TD-TERM.
           MOVE DCL-WPK-TD-MATURITY    TO WPAK01O-TD-MATURITY.
           MOVE DCL-WPK-TD-RATE        TO WPAK01O-TD-RATE.
           MOVE DCL-WPK-TD-ROLLOVER    TO WPAK01O-TD-ROLLOVER.
           MOVE DCL-WPK-CREATED-TS     TO WPAK01O-CREATED-TS.

           PERFORM P400-WORD-PACK.

           MOVE 'Welcome pack found' TO GOOD-ERRMSG.

       QUERY-PACK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One section per line - the heading from the pack's template in
      * its language, the figures in the text.
      *-----------------------------------------------------------------
       P400-WORD-PACK.
           MOVE DCL-WPK-RATE     TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT     TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-RATE-TXT.
           MOVE DCL-WPK-SPREAD   TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT     TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-SPREAD-TXT.
           MOVE DCL-WPK-MIN-BAL  TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT      TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-MIN-TXT.
           MOVE DCL-WPK-OD-LIMIT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT      TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-OD-TXT.
           MOVE DCL-WPK-TD-TERM  TO WS-TERM-EDIT.
           MOVE WS-TERM-EDIT     TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-TERM-TXT.
           MOVE DCL-WPK-TD-RATE  TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT     TO WS-EDIT-FIELD.
           PERFORM P470-LEFT-JUSTIFY.
           MOVE WS-EDIT-OUT      TO WS-TDRATE-TXT.

           MOVE ZERO TO WS-LINE-SUB.

      *    The greeting - the account and the disclosure it carries.
           PERFORM P450-NEXT-LINE.
           MOVE 'WPACK' TO WS-TMPL-NOTICE.
           MOVE 'Welcome to your new account' TO WS-DEFAULT-HEADING.
           PERFORM P460-HEADING.
           STRING 'Account '         DELIMITED BY SIZE
                  DCL-WPK-ACCNO      DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  DCL-WPK-PRODUCT    DELIMITED BY '  '
                  ' - disclosure '   DELIMITED BY SIZE
                  DCL-WPK-VERSION    DELIMITED BY SIZE
             INTO WPAK01O-TEXT(WS-LINE-SUB).

           PERFORM P450-NEXT-LINE.
           MOVE 'WPRATE' TO WS-TMPL-NOTICE.
           MOVE 'Your interest rate' TO WS-DEFAULT-HEADING.
           PERFORM P460-HEADING.
           IF DCL-WPK-RATE-EFF = SPACES
               STRING WS-RATE-TXT        DELIMITED BY SPACE
                      '% a year'         DELIMITED BY SIZE
                 INTO WPAK01O-TEXT(WS-LINE-SUB)
           ELSE
               STRING WS-RATE-TXT        DELIMITED BY SPACE
                      '% a year, in force from '
                                         DELIMITED BY SIZE
                      DCL-WPK-RATE-EFF   DELIMITED BY SIZE
                 INTO WPAK01O-TEXT(WS-LINE-SUB)
           END-IF.
           IF DCL-WPK-SPREAD NOT = ZERO
               MOVE WPAK01O-TEXT(WS-LINE-SUB) TO WS-DEFAULT-HEADING
               MOVE SPACES TO WPAK01O-TEXT(WS-LINE-SUB)
               STRING WS-DEFAULT-HEADING DELIMITED BY '  '
                      ', plus your preferential spread of '
                                         DELIMITED BY SIZE
                      WS-SPREAD-TXT      DELIMITED BY SPACE
                      '%'                DELIMITED BY SIZE
                 INTO WPAK01O-TEXT(WS-LINE-SUB)
           END-IF.

           PERFORM P450-NEXT-LINE.
           MOVE 'WPTERMS' TO WS-TMPL-NOTICE.
           MOVE 'Your account terms' TO WS-DEFAULT-HEADING.
           PERFORM P460-HEADING.
           STRING 'Minimum balance '    DELIMITED BY SIZE
                  WS-MIN-TXT            DELIMITED BY SPACE
                  '; overdraft limit '  DELIMITED BY SIZE
                  WS-OD-TXT             DELIMITED BY SPACE
             INTO WPAK01O-TEXT(WS-LINE-SUB).

           PERFORM P450-NEXT-LINE.
           MOVE 'WPFEES' TO WS-TMPL-NOTICE.
           MOVE 'Monthly fees by balance' TO WS-DEFAULT-HEADING.
           PERFORM P460-HEADING.
           IF DCL-WPK-FEE-BANDS = SPACES
               MOVE 'No monthly fee' TO WPAK01O-TEXT(WS-LINE-SUB)
           ELSE
               MOVE DCL-WPK-FEE-BANDS TO WPAK01O-TEXT(WS-LINE-SUB)
           END-IF.

           IF DCL-WPK-TD-TERM > ZERO
               PERFORM P450-NEXT-LINE
               MOVE 'WPTD' TO WS-TMPL-NOTICE
               MOVE 'Your term deposit' TO WS-DEFAULT-HEADING
               PERFORM P460-HEADING
               IF DCL-WPK-TD-ROLLOVER = 'R'
                   STRING WS-TERM-TXT          DELIMITED BY SPACE
                          ' months at '        DELIMITED BY SIZE
                          WS-TDRATE-TXT        DELIMITED BY SPACE
                          '%, maturing '       DELIMITED BY SIZE
                          DCL-WPK-TD-MATURITY  DELIMITED BY SIZE
                          ' - rolls over for the same term'
                                               DELIMITED BY SIZE
                     INTO WPAK01O-TEXT(WS-LINE-SUB)
               ELSE
                   STRING WS-TERM-TXT          DELIMITED BY SPACE
                          ' months at '        DELIMITED BY SIZE
                          WS-TDRATE-TXT        DELIMITED BY SPACE
                          '%, maturing '       DELIMITED BY SIZE
                          DCL-WPK-TD-MATURITY  DELIMITED BY SIZE
                          ' - paid out to your nominated account'
                                               DELIMITED BY SIZE
                     INTO WPAK01O-TEXT(WS-LINE-SUB)
               END-IF
           END-IF.

       P450-NEXT-LINE.
           ADD 1 TO WS-LINE-SUB.
           MOVE WS-LINE-SUB TO WPAK01O-LINE-COUNT.
           MOVE SPACES TO WPAK01O-HEADING(WS-LINE-SUB)
                          WPAK01O-TEXT(WS-LINE-SUB).

      *-----------------------------------------------------------------
      * The section's template in the pack's language, else English,
      * else the compiled wording - as DBANK32P resolves a notice.
      *-----------------------------------------------------------------
       P460-HEADING.
           MOVE 'N'              TO WS-TMPL-FOUND-SW.
           MOVE WS-TMPL-NOTICE   TO DCL-NTM-NOTICE.
           MOVE DCL-WPK-LANGUAGE TO DCL-NTM-LANGUAGE.

           EXEC SQL
                SELECT NTM_TEXT
                  INTO :DCL-NTM-TEXT
                  FROM BNKNTMPL
                 WHERE NTM_NOTICE   = :DCL-NTM-NOTICE
                   AND NTM_LANGUAGE = :DCL-NTM-LANGUAGE
                   AND NTM_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-TMPL-FOUND TO TRUE
           ELSE
               IF DCL-NTM-LANGUAGE NOT = 'EN'
                   MOVE 'EN' TO DCL-NTM-LANGUAGE
                   EXEC SQL
                        SELECT NTM_TEXT
                          INTO :DCL-NTM-TEXT
                          FROM BNKNTMPL
                         WHERE NTM_NOTICE   = :DCL-NTM-NOTICE
                           AND NTM_LANGUAGE = :DCL-NTM-LANGUAGE
                           AND NTM_STATUS   = 'A'
                   END-EXEC
                   IF SQLCODE = ZERO
                       SET WS-TMPL-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-TMPL-FOUND
               MOVE DCL-NTM-TEXT       TO WPAK01O-HEADING(WS-LINE-SUB)
           ELSE
               MOVE WS-DEFAULT-HEADING TO WPAK01O-HEADING(WS-LINE-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * WS-EDIT-FIELD with its leading spaces dropped, in WS-EDIT-OUT.
      *-----------------------------------------------------------------
       P470-LEFT-JUSTIFY.
           MOVE ZERO   TO WS-LEAD-COUNT.
           MOVE SPACES TO WS-EDIT-OUT.
           INSPECT WS-EDIT-FIELD TALLYING WS-LEAD-COUNT
               FOR LEADING SPACES.

           IF WS-LEAD-COUNT < LENGTH OF WS-EDIT-FIELD
               MOVE WS-EDIT-FIELD(WS-LEAD-COUNT + 1:) TO WS-EDIT-OUT
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Welcome pack failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
