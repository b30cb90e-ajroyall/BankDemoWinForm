       01  aboutPanel          type BankDemoWinForm.About.
       01  CD42-DATA.
           copy CBANKVC42.
       01  BILL01-DATA.
           copy CBILL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       procedure division using by value inUser.
           MOVE inUser to currentUser
           set toolStripStatusLabel1::Text to "Ready"
           invoke self::PopulateBillers()
           invoke self::PopulateList()
       end method.

      *===================================================================================
      *= The registered billers - a payee can be one of these under the
      *= customer's own reference instead of an account number.  Entry
      *= 0 is no biller; entry n is BILL01O-B-CODE(n).
       method-id PopulateBillers final private.
       local-storage section.
       01  billerText             pic x(41).
       procedure division.
           invoke cBoxBiller::Items::Clear()
           invoke cBoxBiller::Items::Add("(none)")
           MOVE SPACES TO BILL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BILL01I-LIST TO TRUE

           CALL "DBILL01P" using by reference BILL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           MOVE 1 TO Indx
           perform until Indx > BILL01O-BILLER-COUNT
               MOVE SPACES TO billerText
               STRING BILL01O-B-CODE(Indx) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      BILL01O-B-NAME(Indx) DELIMITED BY SIZE
                 INTO billerText
               invoke cBoxBiller::Items::Add(billerText)
               add 1 to Indx
           end-perform
           set cBoxBiller::SelectedIndex to 0
       end method.

       method-id B56_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.
                   System.Windows.Forms.ListViewItem(CD42O-NICKNAME(Indx))
               invoke listViewItem1::SubItems::Add(CD42O-ACCNO(Indx))
               invoke listViewItem1::SubItems::Add(CD42O-LAST-USED(Indx))
               invoke listViewItem1::SubItems::Add(CD42O-BILLER(Indx))
               invoke listView1::Items::Add(listViewItem1)
               add 1 to Indx
           end-perform
      *= Copy the selected grid row into the entry boxes so it can be
      *= deleted without retyping.
       method-id listView1_SelectedIndexChanged final private.
       local-storage section.
       01  rowIndx                pic 9(4) comp.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxNick::Text to listView1::SelectedItems(0)::SubItems(0)::Text
               set tBoxAcc::Text  to listView1::SelectedItems(0)::SubItems(1)::Text
               set rowIndx to listView1::SelectedIndices(0)
               add 1 to rowIndx
               set tBoxBillRef::Text to CD42O-BILL-REF(rowIndx)
               set cBoxBiller::SelectedIndex to 0
               MOVE 1 TO Indx
               perform until Indx > BILL01O-BILLER-COUNT
                   if BILL01O-B-CODE(Indx) = CD42O-BILLER(rowIndx)
                      AND CD42O-BILLER(rowIndx) NOT = SPACES
                       set cBoxBiller::SelectedIndex to Indx
                   end-if
                   add 1 to Indx
               end-perform
           end-if
       end method.

      *===================================================================================
      *= Save a new payee - DBANK42P validates the check digit and
      *= rejects duplicate nicknames, and audits the add.  A biller
      *= payee needs no account - DBANK42P checks the reference against
      *= the biller's format and saves the remittance account itself.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO CD42-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser  TO CD42I-PERSON-PID
           MOVE tBoxNick::Text to CD42I-NICKNAME
           MOVE tBoxAcc::Text  to CD42I-ACCNO
           if cBoxBiller::SelectedIndex > 0
               set Indx to cBoxBiller::SelectedIndex
               MOVE BILL01O-B-CODE(Indx) to CD42I-BILLER
               MOVE tBoxBillRef::Text to CD42I-BILL-REF
           end-if

           CALL "DBANK42P" using by reference CD42-DATA
                                 by reference BANK-ERRMSG
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               MOVE SPACES to tBoxNick::Text tBoxAcc::Text tBoxBillRef::Text
               set cBoxBiller::SelectedIndex to 0
               invoke self::PopulateList()
           END-IF
       end method.
