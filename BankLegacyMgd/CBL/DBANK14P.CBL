001400* Function:    Open a new account - validate the requested      *
001500*              BAT_TYPE against BNKATYPE, generate the next     *
001600*              BAC_ACCNO for the customer, and insert the new   *
001700*              BNKACC row with a zero opening balance.  A       *
001710*              deposit account also takes the customer's tax    *
001720*              residency self-certification (DTAXR01P).         *
001730*              The opening date is kept on BAC_OPEN_DATE for    *
001740*              the DATTR01P acquisition cohorts.                *
001750*              The customer must hold a valid identity document *
001760*              (DIDOC01P) or have a supervisor's override.      *
001770*              The welcome pack and disclosure (DWPAK01P) are   *
001780*              recorded and queued with the opening - for a     *
001790*              term deposit once BBANK80P has its instruction.  *
001800*              SQL version                                      *
001900*****************************************************************


           COPY CBANKVC74.
           COPY CBANKVC86.
           COPY CTAXR01.
           COPY CIDOC01.
           COPY CWPAK01.

       01  WS-SCREEN-ERRMSG                      PIC X(65).
       01  WS-SCREEN-GOODMSG                     PIC X(65).
       01  WS-SCREEN-NAME                        PIC X(25).
       01  WS-TAX-ERRMSG                         PIC X(65).
       01  WS-TAX-GOODMSG                        PIC X(65).
       01  WS-IDOC-ERRMSG                        PIC X(65).
       01  WS-IDOC-GOODMSG                       PIC X(65).
       01  WS-WPAK-ERRMSG                        PIC X(65).
       01  WS-WPAK-GOODMSG                       PIC X(65).

       LINKAGE SECTION.
       COPY CBANKVC14.
           MOVE SPACES           TO BANK-ERRMSG.
           MOVE SPACES           TO CD14O-STATUS.
           MOVE SPACES           TO CD14O-ACCNO.
           MOVE SPACES           TO CD14O-KYC-STEPUP-SW.

           PERFORM P100-VALIDATE-TYPE.

           IF BANK-ERRMSG = SPACES
               PERFORM P120-CHECK-ID-DOCUMENT
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P150-SCREEN-CUSTOMER THRU SCREEN-CUSTOMER-EXIT
           END-IF.
               PERFORM P400-WRITE-AUDIT
           END-IF.

           IF BANK-ERRMSG = SPACES AND
              CD14I-ACC-TYPE NOT = 'L' AND
              CD14I-ACC-TYPE NOT = 'R'
               PERFORM P500-CAPTURE-TAX-RES
           END-IF.

           IF BANK-ERRMSG = SPACES
               IF CD14I-TERM-MONTHS NOT NUMERIC
                   PERFORM P600-WELCOME-PACK
               ELSE
                   IF CD14I-TERM-MONTHS NOT > ZERO
                       PERFORM P600-WELCOME-PACK
                   END-IF
               END-IF
           END-IF.

           IF BANK-ERRMSG = SPACES
               SET CD14O-OPENED-OK TO TRUE
           END-IF.
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * FATCA/CRS - a deposit account opens with the customer's tax
      * residency on file.  A residency given at the counter is taken
      * as the self-certification; without one the opening still goes
      * ahead, and the customer is noted as owing a self-certification
      * (a valid one already held is left alone).  It rides the
      * opening's unit of work, so a residency that fails validation
      * fails the opening.  Lending accounts are not reportable and
      * take neither.
      *=================================================================
       P500-CAPTURE-TAX-RES.
           MOVE SPACES           TO TAXR01-DATA
                                    WS-TAX-ERRMSG
                                    WS-TAX-GOODMSG.
           MOVE CD14I-USERID     TO TAXR01I-USERID.
           MOVE CD14I-PERSON-PID TO TAXR01I-PID.

           IF CD14I-TAX-COUNTRY = SPACES
               SET TAXR01I-REQUEST TO TRUE
           ELSE
               SET TAXR01I-CERTIFY TO TRUE
               MOVE CD14I-TAX-COUNTRY TO TAXR01I-COUNTRY(1)
               MOVE CD14I-TAX-TIN     TO TAXR01I-TIN(1)
               MOVE CD14I-TAX-NO-TIN  TO TAXR01I-NO-TIN(1)
           END-IF.

           CALL 'DTAXR01P' USING BY REFERENCE TAXR01-DATA
                                 BY REFERENCE WS-TAX-ERRMSG
                                 BY REFERENCE WS-TAX-GOODMSG.

           IF WS-TAX-ERRMSG NOT = SPACES
               MOVE WS-TAX-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * The welcome pack - the terms the account opened on, recorded
      * with their disclosure version and queued to the customer.  It
      * rides the opening's unit of work: no pack, no account.  A term
      * deposit's pack waits for its BNKTDEP instruction, so BBANK80P
      * builds that one.
      *=================================================================
       P600-WELCOME-PACK.
           MOVE SPACES           TO WPAK01-DATA
                                    WS-WPAK-ERRMSG
                                    WS-WPAK-GOODMSG.
           SET WPAK01I-BUILD     TO TRUE.
           MOVE CD14I-USERID     TO WPAK01I-USERID.
           MOVE CD14O-ACCNO      TO WPAK01I-ACCNO.

           CALL 'DWPAK01P' USING BY REFERENCE WPAK01-DATA
                                 BY REFERENCE WS-WPAK-ERRMSG
                                 BY REFERENCE WS-WPAK-GOODMSG.

           IF WS-WPAK-ERRMSG NOT = SPACES
               MOVE WS-WPAK-ERRMSG TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * The requested account type has to already exist on BNKATYPE -
      * there's no other catalogue of valid types to check against.
               MOVE 'Unknown account type' TO BANK-ERRMSG
           END-IF.

      *=================================================================
      * No account opens for a customer without a live, verified,
      * unexpired identity document unless a supervisor overrides -
      * DIDOC01P sends the supervisor's code on the first pass and
      * checks it on the second.
      *=================================================================
       P120-CHECK-ID-DOCUMENT.
           MOVE SPACES               TO IDOC01-DATA
                                        WS-IDOC-ERRMSG
                                        WS-IDOC-GOODMSG.
           SET IDOC01I-CHECK         TO TRUE.
           MOVE CD14I-USERID         TO IDOC01I-USERID.
           MOVE 'DBANK14P'           TO IDOC01I-SOURCE.
           MOVE CD14I-PERSON-PID     TO IDOC01I-PID.
           MOVE CD14I-KYC-SUPERVISOR TO IDOC01I-SUPERVISOR.
           MOVE CD14I-KYC-CODE       TO IDOC01I-STEP-CODE.

           CALL 'DIDOC01P' USING BY REFERENCE IDOC01-DATA
                                 BY REFERENCE WS-IDOC-ERRMSG
                                 BY REFERENCE WS-IDOC-GOODMSG.

           IF WS-IDOC-ERRMSG NOT = SPACES
               MOVE WS-IDOC-ERRMSG TO BANK-ERRMSG
               IF IDOC01O-STEPUP-SENT
                   SET CD14O-KYC-STEPUP-SENT TO TRUE
               END-IF
           END-IF.

      *=================================================================
      * BAC_ACCNO is the 5-character customer Id followed by a 4-digit
      * field.  Accounts opened before the check-digit scheme used the
                  BAC_BALANCE,
                  BAC_LAST_STMT_DTE,
                  BAC_LAST_STMT_BAL,
                  BAC_BRANCH,
                  BAC_OPEN_DATE
                ) VALUES (
                  :DCL-BAC-PID,
                  :DCL-BAC-ACCNO,
                  :DCL-BAC-BALANCE,
                  :DCL-BAC-LAST-STMT-DTE,
                  :DCL-BAC-LAST-STMT-BAL,
                  :DCL-BAC-BRANCH,
                  CURRENT DATE)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
