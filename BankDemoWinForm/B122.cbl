       class-id BankDemoWinForm.B122 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  RMAL01-DATA.
           copy CRMAL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-REASON-DSP       pic x(20).
       01  WS-SOURCE-DSP       pic x(10).
       01  WS-STATUS-DSP       pic x(12).

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
               "Enter the customer and reason, and RECORD the item the post sent back - LIST shows the history"
       end method.

       method-id B122_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO RMAL01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO RMAL01I-USERID
           MOVE tBoxPid::Text TO RMAL01I-PID
           MOVE tBoxDate::Text TO RMAL01I-RETURN-DTE
           MOVE tBoxItem::Text TO RMAL01I-ITEM
           MOVE tBoxReason::Text TO RMAL01I-REASON
           MOVE "M" TO RMAL01I-SOURCE
       end method.

      *===================================================================================
      *= The customer's returned mail, newest first.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET RMAL01I-LIST TO TRUE

           invoke listView1::Items::Clear()

           CALL "DRMAL01P" using by reference RMAL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxName::Text to ""
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxName::Text to RMAL01O-NAME
               MOVE 1 TO Indx
               perform until Indx > RMAL01O-RET-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(RMAL01O-R-RECEIVED(Indx))
                   invoke listViewItem1::SubItems::Add(RMAL01O-R-RETURN-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(RMAL01O-R-ITEM(Indx))
                   evaluate RMAL01O-R-REASON(Indx)
                       when "AU" move "Addressee unknown"  to WS-REASON-DSP
                       when "MV" move "Gone away"          to WS-REASON-DSP
                       when "IA" move "Insufficient addr"  to WS-REASON-DSP
                       when "RF" move "Refused"            to WS-REASON-DSP
                       when "OT" move "Other"              to WS-REASON-DSP
                       when other move RMAL01O-R-REASON(Indx) to WS-REASON-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-REASON-DSP)
                   evaluate RMAL01O-R-SOURCE(Indx)
                       when "M" move "Mail room"  to WS-SOURCE-DSP
                       when "V" move "Vendor"     to WS-SOURCE-DSP
                       when other move RMAL01O-R-SOURCE(Indx) to WS-SOURCE-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-SOURCE-DSP)
                   invoke listViewItem1::SubItems::Add(RMAL01O-R-ADDR1(Indx))
                   invoke listViewItem1::SubItems::Add(RMAL01O-R-POST-CODE(Indx))
                   invoke listViewItem1::SubItems::Add(RMAL01O-R-USERID(Indx))
                   evaluate RMAL01O-R-STATUS(Indx)
                       when "O" move "Outstanding" to WS-STATUS-DSP
                       when "C" move "Cleared"     to WS-STATUS-DSP
                       when other move RMAL01O-R-STATUS(Indx) to WS-STATUS-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *= Record the returned item - the address is flagged and paper mail held.
       method-id ButtonRecord_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET RMAL01I-RECORD TO TRUE

           CALL "DRMAL01P" using by reference RMAL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Returned Mail"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxDate::Text to ""
               set tBoxItem::Text to ""
               set tBoxReason::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a return copies its reason and item to the boxes.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxReason::Text to RMAL01O-R-REASON(Indx)
               set tBoxItem::Text to RMAL01O-R-ITEM(Indx)
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
           invoke helpPanel::Load("BANK122")
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
