               MOVE tBoxPayoutAcc::Text TO CD14I-PAYOUT-ACC
           end-if.

      *>> Tax residency the customer declares at the counter - it is
      *>> taken as their self-certification.  Left blank, one is
      *>> noted as owed.
           MOVE tBoxTaxCountry::Text TO CD14I-TAX-COUNTRY.
           MOVE tBoxTaxTin::Text TO CD14I-TAX-TIN.
           MOVE tBoxNoTin::Text TO CD14I-TAX-NO-TIN.

      *>> No valid identity document on file - the supervisor named
      *>> gets a code first time round, keyed here on the second.
           MOVE tBoxKycSuper::Text TO CD14I-KYC-SUPERVISOR.
           MOVE tBoxKycCode::Text TO CD14I-KYC-CODE.

           CALL "BBANK80P" using   by value        BANK-USERID
                                   by reference    CD14-DATA
                                   by reference    BANK-ERRMSG
               set toolStripStatusLabel1::Text to BANK-ERRMSG
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
               if CD14O-KYC-STEPUP-SENT
                   set tBoxKycCode::Text to ""
                   invoke tBoxKycCode::Focus()
               end-if
           ELSE
               SET ERRMSG::Text to SPACES
               set tBoxKycCode::Text to ""
               SET tBoxNewAccNo::Text to CD14O-ACCNO
               set toolStripStatusLabel1::Text to GOOD-ERRMSG

