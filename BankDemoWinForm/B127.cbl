       class-id BankDemoWinForm.B127 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CVULN01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-SEQ-DSP          pic zz9.

       method-id NEW.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           invoke self::InitializeComponent()
           invoke self::Load(inUser)
           goback.
       end method.

      *===================================================================================
      *= Opens on the signed-on user's own reviews that have come due.
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           invoke self::ButtonDue_Click(self, new System.EventArgs())
       end method.

       method-id B127_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= The live markers on a customer - DVULN01P records the view.
       method-id ButtonList_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO VULN01I-SEQ VULN01I-AMOUNT
           SET VULN01I-QUERY TO TRUE
           MOVE currentUser TO VULN01I-USERID
           MOVE "B127" TO VULN01I-SOURCE
           MOVE tBoxPid::Text TO VULN01I-PID
           invoke self::FillList()
       end method.

      *= Markers whose review date has come - the caller's own, or
      *= every owner's when the box is ticked.
       method-id ButtonDue_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO VULN01I-SEQ VULN01I-AMOUNT
           SET VULN01I-DUE-LIST TO TRUE
           MOVE currentUser TO VULN01I-USERID
           if cBoxAll::Checked
               MOVE "A" TO VULN01I-ALL-OWNERS
           end-if
           invoke self::FillList()
       end method.

      *===================================================================================
      *= Call DVULN01P for a list and show what comes back.
       method-id FillList final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView1::Items::Clear()

           CALL "DVULN01P" using by reference VULN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > VULN01O-ITEM-COUNT
                   move VULN01O-SEQ(Indx) to WS-SEQ-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(VULN01O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(VULN01O-CATEGORY(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-CONSENT(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-REVIEW-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-DUE(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-RECORDED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-RECORDED-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-REVIEWED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-REVIEWED-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(VULN01O-INSTRUCTIONS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO VULN01I-SEQ VULN01I-AMOUNT
           MOVE currentUser TO VULN01I-USERID
           MOVE "B127" TO VULN01I-SOURCE
           MOVE tBoxPid::Text TO VULN01I-PID
           MOVE tBoxCategory::Text TO VULN01I-CATEGORY
           MOVE tBoxConsent::Text TO VULN01I-CONSENT
           MOVE tBoxReview::Text TO VULN01I-REVIEW-DATE
           MOVE tBoxInstr::Text TO VULN01I-INSTRUCTIONS
           if tBoxSeq::Text > SPACES
               compute VULN01I-SEQ =
                   type System.Decimal::Parse(tBoxSeq::Text)
           end-if
       end method.

      *= Record a new marker on the customer.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VULN01I-ADD TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Change the instructions, consent or review date keyed.
       method-id ButtonChange_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VULN01I-CHANGE TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Still accurate - carry it on to the review date keyed.
       method-id ButtonReview_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VULN01I-REVIEW TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Take the marker off.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VULN01I-REMOVE TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DVULN01P for a change and refresh the customer's list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DVULN01P" using by reference VULN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Vulnerable Customers"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxInstr::Text to ""
               set tBoxReview::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its customer, sequence and details to
      *= the boxes.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxPid::Text to listView1::SelectedItems[0]::Text
               set tBoxSeq::Text to listView1::SelectedItems[0]::SubItems[2]::Text
               set tBoxCategory::Text to listView1::SelectedItems[0]::SubItems[3]::Text
               set tBoxConsent::Text to listView1::SelectedItems[0]::SubItems[4]::Text
               set tBoxInstr::Text to listView1::SelectedItems[0]::SubItems[11]::Text
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
           invoke helpPanel::Load("BANK127")
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
