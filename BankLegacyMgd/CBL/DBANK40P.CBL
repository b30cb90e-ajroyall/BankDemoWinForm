002200*              followed by a summary page of counts and         *
002300*              totals.  This is a filing obligation; the job    *
002400*              abends rather than file a bad report.            *
002410*              The regulator is entitled to BCS_SIN in clear -  *
002420*              declared in WS-MASK-ENTITLED for DMASK01P.       *
002500*              SQL version - standalone batch step, connects    *
002600*              and disconnects itself.                          *
002700*****************************************************************
           05  WS-ADR-ADDR2                      PIC X(25).
           05  FILLER                            PIC X(71) VALUE SPACES.

      *-----------------------------------------------------------------
      * Clear-value entitlement of this output for DMASK01P - the
      * kinds (S SIN, T phone, E e-mail, C card number) the recipient
      * may have in clear.  Anything else written here is masked.
      *-----------------------------------------------------------------
       01  WS-MASK-ENTITLED                      PIC X(4) VALUE 'S'.
       01  WS-MASK-ERRMSG                        PIC X(65).
       01  WS-MASK-GOODMSG                       PIC X(65).

           COPY CMASK01.

           COPY CBANKVC37.

           EXEC SQL
           PERFORM P240-FIND-CURRENCY.

           MOVE DCL-BCS-NAME     TO WS-DTL-NAME.
           PERFORM P250-MASK-SIN.
           MOVE DCL-BTX-ACCNO    TO WS-DTL-FROM-ACC.
           MOVE WS-TO-ACCNO      TO WS-DTL-TO-ACC.
           MOVE WS-ABS-AMOUNT    TO WS-DTL-AMOUNT.
      * Summary page - the regulator wants the count and total on
      * their own page at the end of the filing.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * The SIN as this report is entitled to print it.
      *-----------------------------------------------------------------
       P250-MASK-SIN.
           MOVE SPACES           TO MASK01-DATA WS-MASK-ERRMSG.
           SET MASK01I-BATCH     TO TRUE.
           MOVE 'LRGTXN'         TO MASK01I-SOURCE.
           MOVE WS-MASK-ENTITLED TO MASK01I-ENTITLED.
           MOVE 1                TO MASK01I-COUNT.
           MOVE 'S'              TO MASK01I-KIND(1).
           MOVE DCL-BCS-SIN      TO MASK01I-VALUE(1).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1) TO WS-DTL-SIN.

       P500-WRITE-SUMMARY.
           MOVE SPACES TO LRGTXN-RECORD.
           WRITE LRGTXN-RECORD.
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
