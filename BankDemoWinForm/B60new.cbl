               end-IF
      *>> The language the customer banks in (EN/FR).
               set CD02I-LANGUAGE TO tBox-LANG::Text
      *>> Date of birth - under the age of majority the accounts run
      *>> as a minor's, with a guardian signing.
               set CD02I-DOB TO tBox-DOB::Text
               move CD02I-DATA  TO CD02O-DATA
               move "W"         TO CD02I-FUNCTION
           END-IF
               set cBox-COMBINED::Checked TO FALSE
           END-IF
           set tBox-LANG::Text TO CD02O-LANGUAGE
           set tBox-DOB::Text TO CD02O-DOB

           IF BANK-ERRMSG > SPACES THEN
               If type BankDemoWinForm.ErrorPanel::ShowError(self, BANK-ERRMSG)
