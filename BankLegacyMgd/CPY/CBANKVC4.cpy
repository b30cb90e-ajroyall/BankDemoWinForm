001600       15  CD04I-PERSON-PID                  PIC X(5).
001650       15  CD04I-FUNCTION                    PIC X(1).
                 88  CD04I-TRANSFER                VALUE SPACE.
                 88  CD04I-SINGLE-LEG              VALUE "S" "C".
      *        A single-leg charge the bank levies (billed line of
      *        credit interest) - posts even past the account's
      *        minimum balance or credit limit.
                 88  CD04I-CHARGE-LEG              VALUE "C".
                 88  CD04I-TO-ONLY                 VALUE "U".
001700       15  CD04I-FROM-ACC                    PIC X(9).
             15  CD04I-FROM-CURR                   PIC X(3).
      *        screen uses it to warn the teller before confirming.
             15  CD04I-PREVIEW                     PIC X(1).
                 88  CD04I-VALUE-PREVIEW           VALUE 'Y'.
      *        The one-time code from the e-mail BBANK50P sends when
      *        an account-takeover alert wants the customer
      *        re-verified before money moves again.
             15  CD04I-STEP-CODE                   PIC X(6).
      *        A non-blank biller code makes this a bill payment to a
      *        registered BNKBILLR biller - only the debit leg posts
      *        here, the payment queues on BNKBILLP under the
      *        customer's reference with the biller and DBILL02P
      *        remits it on the nightly run.
             15  CD04I-BILLER                      PIC X(8).
             15  CD04I-BILL-REF                    PIC X(20).
      *        Over the KYC threshold, a customer with no valid
      *        identity document goes ahead only on a supervisor's
      *        override - named on the first attempt (a code is sent
      *        to them), the code keyed on the second (DIDOC01P).
             15  CD04I-KYC-SUPERVISOR              PIC X(5).
             15  CD04I-KYC-CODE                    PIC X(6).
002300     10  CD04O-DATA.
             15  CD04O-RETRY-FLAG                  PIC X(1).
                 88  CD04O-RETRY-NEEDED            VALUE "Y".
      *        today before the cutoff, otherwise the next business
      *        day the cutoff/calendar arithmetic lands on.
             15  CD04O-VALUE-DATE                  PIC X(10).
      *        'Y' when the transfer stopped at the takeover step-up
      *        and a code has just been sent - the screen asks for it
      *        and sends the same transfer again with the code.
             15  CD04O-STEPUP-SW                   PIC X(1).
                 88  CD04O-STEPUP-SENT             VALUE 'Y'.
      *        'Y' when the identity-document override code has just
      *        gone to the supervisor named in CD04I-KYC-SUPERVISOR.
             15  CD04O-KYC-STEPUP-SW               PIC X(1).
                 88  CD04O-KYC-STEPUP-SENT         VALUE 'Y'.
