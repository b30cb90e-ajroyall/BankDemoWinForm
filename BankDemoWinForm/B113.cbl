       class-id BankDemoWinForm.B113 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  BILL01-DATA.
           copy CBILL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.

       method-id NEW.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           invoke self::InitializeComponent()
           invoke self::Load(inUser)
           goback.
       end method.

      *===================================================================================
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           set toolStripStatusLabel1::Text to
               "Mask: 9 digit, A letter, X anything, blank none - other characters must match"
       end method.

       method-id B113_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonList_Click(sender, e)
       end method.

      *===================================================================================
      *= Refresh the grid - the active billers, in code order.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO BILL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BILL01I-LIST TO TRUE
           MOVE currentUser TO BILL01I-USERID

           CALL "DBILL01P" using by reference BILL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > BILL01O-BILLER-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(BILL01O-B-CODE(Indx))
                   invoke listViewItem1::SubItems::Add(BILL01O-B-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(BILL01O-B-REMIT-ACC(Indx))
                   invoke listViewItem1::SubItems::Add(BILL01O-B-REF-MASK(Indx))
                   invoke listViewItem1::SubItems::Add(BILL01O-B-REF-CHECK(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Add a biller, or change the one with the same code.
       method-id ButtonSave_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO BILL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BILL01I-SAVE TO TRUE
           MOVE currentUser TO BILL01I-USERID
           MOVE tBoxCode::Text TO BILL01I-CODE
           MOVE tBoxName::Text TO BILL01I-NAME
           MOVE tBoxRemitAcc::Text TO BILL01I-REMIT-ACC
           MOVE tBoxMask::Text TO BILL01I-REF-MASK
           MOVE tBoxCheck::Text TO BILL01I-REF-CHECK

           CALL "DBILL01P" using by reference BILL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::ButtonList_Click(sender, e)
           END-IF
       end method.

      *===================================================================================
      *= Retire the selected biller - payments already queued to it
      *= are still remitted on the nightly run.
       method-id ButtonRetire_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a biller in the list first"
               goback
           end-if

           MOVE SPACES TO BILL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BILL01I-RETIRE TO TRUE
           MOVE currentUser TO BILL01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO BILL01I-CODE

           CALL "DBILL01P" using by reference BILL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::ButtonList_Click(sender, e)
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies it to the boxes for a change.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxCode::Text to listView1::SelectedItems[0]::Text
               set tBoxName::Text to listView1::SelectedItems[0]::SubItems[1]::Text
               set tBoxRemitAcc::Text to listView1::SelectedItems[0]::SubItems[2]::Text
               set tBoxMask::Text to listView1::SelectedItems[0]::SubItems[3]::Text
               set tBoxCheck::Text to listView1::SelectedItems[0]::SubItems[4]::Text
           end-if
       end method.

      *===================================================================================
      *= Generic Routines used across all menu driven Programs: Help, Info, About & Exit =

      *>>  Press the EXIT menu option
       method-id exitToolStripMenuItem_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close()
       end method.

      *>>  Press the HELP menu option
       method-id moreInformationToolStripMenuIte_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set helpPanel to new BankDemoWinForm.Help
           invoke helpPanel::Load("BANK113")
       end method.

      *>>  Press the INFO menu option
       method-id moreInformationToolStripMenuI0_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set infoPanel to new BankDemoWinForm.Info
           invoke infoPanel::ShowDialog(self)
       end method.

      *>>  Press the ABOUT menu option
       method-id aboutToolStripMenuItem_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set aboutPanel to new BankDemoWinForm.About
           invoke aboutPanel::ShowDialog(self)
       end method.

       end class.
