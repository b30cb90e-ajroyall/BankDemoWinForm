      *   back by selectPayee_Click to map the chosen nickname to its
      *   account number.
       COPY CBANKVC42.
      *-- Registered billers for the bill payment picklist - entry 0
      *   is no biller, entry n is BILL01O-B-CODE(n).
       COPY CBILL01.
      *-- Vulnerability markers on the signed-on customer - the banner
      *   shown while the transfer is keyed.
       COPY CVULN01.
      
       method-id NEW.
       linkage section.
      
           MOVE inUser to currentUser
           invoke self::PopulateList()
           invoke self::ShowVulnerable()
           set toolStripStatusLabel1::Text to "Ready, select Accounts"
      
       end method.

      *===================================================================================
      *= A customer with a vulnerability marker is flagged in red for
      *= as long as the screen is up - DVULN01P records the view.
       method-id ShowVulnerable final private.
       local-storage section.
       01  BANK-ERRMSG            PIC x(65).
       01  GOOD-ERRMSG            PIC x(65).
       procedure division.
           set labelVulnerable::Visible to False
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET VULN01I-QUERY TO TRUE
           MOVE currentUser TO VULN01I-USERID VULN01I-PID
           MOVE "B50" TO VULN01I-SOURCE

           CALL "DVULN01P" using by reference VULN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG = SPACES AND VULN01O-MARKED
               set labelVulnerable::Text to VULN01O-BANNER
               set labelVulnerable::Visible to True
           END-IF
       end method.
      
      *===================================================================================
       method-id PopulateList final private.
               add 1 to Indx
           end-perform

      *> Registered billers, through DBILL01P.
           invoke cBoxBiller::Items::Clear()
           invoke cBoxBiller::Items::Add("(none)")
           move SPACES to BILL01-DATA BANK-ERRMSG
           set BILL01I-LIST to TRUE

           call "DBILL01P" using by reference BILL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           move 1 to Indx
           perform until Indx > BILL01O-BILLER-COUNT
               invoke cBoxBiller::Items::Add(BILL01O-B-NAME(Indx))
               add 1 to Indx
           end-perform
           set cBoxBiller::SelectedIndex to 0
           set tbBillRef::Text to ""

       end method.

      *===================================================================================
      *= A payee was picked - fill the To account number with its
      *= saved account instead of free-typing nine digits.  A biller
      *= payee picks its biller and fills in the customer's reference.
       method-id selectPayee_Click final private.
       local-storage section.
       01  PAYEE-NICK             PIC X(20).
       01  PAYEE-BILLER           PIC X(8).
       01  BillIndx               pic 99.
       Procedure division using by value sender as object
                                         e as type System.EventArgs.
           set PAYEE-NICK to lBoxPayee::SelectedItem
           move SPACES to PAYEE-BILLER

           Perform varying Indx from 1 by 1
             until Indx > CD42O-PAYEE-COUNT
               IF CD42O-NICKNAME(Indx) = PAYEE-NICK THEN
                   move CD42O-BILLER(Indx) to PAYEE-BILLER
                   if PAYEE-BILLER = SPACES
                       set tbToAccNo::Text to CD42O-ACCNO(Indx)
                       set tbBillRef::Text to ""
                   else
                       set tbToAccNo::Text to ""
                       set tbBillRef::Text to CD42O-BILL-REF(Indx)
                   end-if
               end-if
           End-Perform

           set cBoxBiller::SelectedIndex to 0
           if PAYEE-BILLER > SPACES
               Perform varying BillIndx from 1 by 1
                 until BillIndx > BILL01O-BILLER-COUNT
                   IF BILL01O-B-CODE(BillIndx) = PAYEE-BILLER THEN
                       set cBoxBiller::SelectedIndex to BillIndx
                   end-if
               End-Perform
           end-if
       end method.
      
      *===================================================================================
               move SPACES to TO-ACCID
           end-if

      *>> A biller picked makes it a bill payment - no To account
      *>> either, the biller and the customer's reference go instead.
           if cBoxBiller::SelectedIndex > 0
               set Indx to cBoxBiller::SelectedIndex
               move BILL01O-B-CODE(Indx) to CD04I-BILLER
               set CD04I-BILL-REF to tbBillRef::Text
               move SPACES to TO-ACCID
           end-if

      *>> Catch a mis-keyed digit at the keyboard - both numbers go
      *>> through UACCTCHK's check-digit validation before any money
      *>> moves (numbers from before the scheme come back LEGACY and
      *>> pass).  A wire or a bill payment has no TO account of ours
      *>> to validate.
           if BANK-ERRMSG = SPACES
               move SPACES to UACC-DATA
               set UACC-VALIDATE to TRUE
               end-if
           end-if
           if BANK-ERRMSG = SPACES and CD04I-EXT-ROUTING = SPACES
                                   and CD04I-BILLER = SPACES
               move SPACES to UACC-DATA
               set UACC-VALIDATE to TRUE
               move TO-ACCID to UACC-ACCNO
           set CD04I-EFF-DATE   to tbValueDate::Text
           set CD04I-RATE-LOCK  to tbRateLock::Text

      *>> The security code from the e-mail, when a takeover alert
      *>> has asked for one - blank on every ordinary transfer.
           set CD04I-STEP-CODE  to tbStepCode::Text

      *>> No valid identity document on file for a transfer over the
      *>> KYC threshold - the supervisor named gets a code, keyed
      *>> here on the second press.
           set CD04I-KYC-SUPERVISOR to tbKycSuper::Text
           set CD04I-KYC-CODE   to tbKycCode::Text

      *>> The value date first - past the published cutoff, or on a
      *>> holiday or weekend, the money takes value next business
      *>> day, and the teller confirms that before anything posts.

               set ERRMSG::Text                to BANK-ERRMSG
               set toolStripStatusLabel1::Text to BANK-ERRMSG

      *>> A code has just gone out - the customer keys it and
      *>> presses Transfer again; a wrong code is keyed afresh.
               set tbStepCode::Text to " "
               if CD04O-STEPUP-SENT
                   invoke tbStepCode::Focus()
               end-if
               set tbKycCode::Text to " "
               if CD04O-KYC-STEPUP-SENT
                   invoke tbKycCode::Focus()
               end-if
           Else
               set tbStepCode::Text to " "
               set tbKycCode::Text to " "
               If type MessageBox::Show(GOOD-ERRMSG "SUCCESS!"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information) =
                   type DialogResult::OK
               set CD42I-TOUCH to TRUE
               move currentUser TO CD42I-PERSON-PID
               move CD04I-TO-ACC to CD42I-ACCNO
               if CD04I-BILLER > SPACES
                   set Indx to cBoxBiller::SelectedIndex
                   move BILL01O-B-REMIT-ACC(Indx) to CD42I-ACCNO
               end-if
               call "DBANK42P" using by reference CD42-DATA
                                     by reference PAYEE-ERRMSG
                                     by reference PAYEE-GOODMSG
