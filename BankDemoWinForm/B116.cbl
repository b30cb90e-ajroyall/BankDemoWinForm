       class-id BankDemoWinForm.B116 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  MKTC01-DATA.
           copy CMKTC01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-CHANNEL-DSP      pic x(20).
       01  WS-PURPOSE-DSP      pic x(16).
       01  WS-STATUS-DSP       pic x(10).
       01  WS-CAPTURE-DSP      pic x(8).

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
               "Enter a customer and LIST to see every consent they have given or withdrawn"
       end method.

       method-id B116_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO MKTC01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO MKTC01I-USERID
           MOVE tBoxPid::Text TO MKTC01I-PID
           MOVE tBoxChannel::Text TO MKTC01I-CHANNEL
           MOVE tBoxPurpose::Text TO MKTC01I-PURPOSE
           MOVE tBoxCapture::Text TO MKTC01I-CAPTURE
       end method.

      *===================================================================================
      *= The customer's register - every channel and purpose they
      *= have a row for, live or withdrawn, with the status line.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET MKTC01I-LIST TO TRUE

           invoke listView1::Items::Clear()
           set tBoxSummary::Text to ""

           CALL "DMKTC01P" using by reference MKTC01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > MKTC01O-CONSENT-COUNT
                   evaluate MKTC01O-C-CHANNEL(Indx)
                       when "P" move "Post"               to WS-CHANNEL-DSP
                       when "E" move "E-mail"             to WS-CHANNEL-DSP
                       when "S" move "SMS"                to WS-CHANNEL-DSP
                       when "T" move "Telephone"          to WS-CHANNEL-DSP
                       when "M" move "Statement messages" to WS-CHANNEL-DSP
                       when other move MKTC01O-C-CHANNEL(Indx) to WS-CHANNEL-DSP
                   end-evaluate
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-CHANNEL-DSP)
                   evaluate MKTC01O-C-PURPOSE(Indx)
                       when "M" move "Our products"   to WS-PURPOSE-DSP
                       when "T" move "Partner offers" to WS-PURPOSE-DSP
                       when "R" move "Research"       to WS-PURPOSE-DSP
                       when other move MKTC01O-C-PURPOSE(Indx) to WS-PURPOSE-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-PURPOSE-DSP)
                   if MKTC01O-C-STATUS(Indx) = "G"
                       move "Granted"   to WS-STATUS-DSP
                   else
                       move "Withdrawn" to WS-STATUS-DSP
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(MKTC01O-C-GRANT-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(MKTC01O-C-WITHDRAW-DTE(Indx))
                   evaluate MKTC01O-C-CAPTURE(Indx)
                       when "B" move "Branch" to WS-CAPTURE-DSP
                       when "P" move "Phone"  to WS-CAPTURE-DSP
                       when "O" move "Online" to WS-CAPTURE-DSP
                       when other move MKTC01O-C-CAPTURE(Indx) to WS-CAPTURE-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-CAPTURE-DSP)
                   invoke listViewItem1::SubItems::Add(MKTC01O-C-UPDATED-BY(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set tBoxSummary::Text to MKTC01O-SUMMARY
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Record consent for the channel and purpose given, and how the
      *= customer gave it.
       method-id ButtonGrant_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("G")
       end method.

      *= Withdraw it - effective at once for every outbound channel.
       method-id ButtonWithdraw_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("W")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO MKTC01I-FUNCTION

           CALL "DMKTC01P" using by reference MKTC01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke self::ButtonList_Click(self, new System.EventArgs())
               MOVE "Consent granted" TO GOOD-ERRMSG
               if inFunc = "W"
                   MOVE "Consent withdrawn" TO GOOD-ERRMSG
               end-if
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its channel and purpose to the boxes,
      *= ready to withdraw or re-grant it.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxChannel::Text to MKTC01O-C-CHANNEL(Indx)
               set tBoxPurpose::Text to MKTC01O-C-PURPOSE(Indx)
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
           invoke helpPanel::Load("BANK116")
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
