       class-id BankDemoWinForm.B132 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  BMNT02-DATA.
           copy CBMNT02.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-LINES-DSP        pic zzzzzz9.
       01  WS-REJECTED-DSP     pic zzzzzz9.
       01  WS-DONE-DSP         pic zzzzzz9.
       01  WS-STATUS-DSP       pic x(16).
       01  WS-CHANGE-MSG       pic x(65).

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
               "Previewed maintenance files wait for a second officer - approve to let the EXECUTE run apply them, or reject"
       end method.

       method-id B132_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= Every instruction file on the bulk maintenance register that is
      *= not finished with - DBMNT02P does the work, oldest preview first.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO BMNT02-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BMNT02I-LIST TO TRUE
           MOVE currentUser TO BMNT02I-USERID

           CALL "DBMNT02P" using by reference BMNT02-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > BMNT02O-BATCH-COUNT
                   move BMNT02O-L-LINES(Indx) to WS-LINES-DSP
                   move BMNT02O-L-REJECTED(Indx) to WS-REJECTED-DSP
                   move BMNT02O-L-DONE-LINE(Indx) to WS-DONE-DSP
                   evaluate BMNT02O-L-STATUS(Indx)
                       when "V"
                           move "Failed Preview" to WS-STATUS-DSP
                       when "P"
                           move "Awaiting Approval" to WS-STATUS-DSP
                       when "A"
                           move "Approved" to WS-STATUS-DSP
                       when "E"
                           move "Part-Executed" to WS-STATUS-DSP
                       when other
                           move BMNT02O-L-STATUS(Indx) to WS-STATUS-DSP
                   end-evaluate
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(BMNT02O-L-BATCH-ID(Indx))
                   invoke listViewItem1::SubItems::Add(BMNT02O-L-SUBMITTED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(BMNT02O-L-FILE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-LINES-DSP)
                   invoke listViewItem1::SubItems::Add(WS-REJECTED-DSP)
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-DONE-DSP)
                   invoke listViewItem1::SubItems::Add(BMNT02O-L-DECIDED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(BMNT02O-L-PREVIEW-TS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= The preview report has been checked - the next EXECUTE run of
      *= the bulk maintenance job applies the file, provided it is still
      *= the file that was previewed.
       method-id ButtonApprove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a file first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Approve this file for the bulk maintenance job to apply?",
                   "Confirm Approval",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO BMNT02-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BMNT02I-APPROVE TO TRUE
           invoke self::CallRegister(sender, e)
       end method.

      *===================================================================================
      *= The file is not to be applied - a corrected file is previewed
      *= afresh and comes back here.
       method-id ButtonReject_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a file first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Reject this file so that nothing in it is applied?",
                   "Confirm Reject",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO BMNT02-DATA BANK-ERRMSG GOOD-ERRMSG
           SET BMNT02I-REJECT TO TRUE
           invoke self::CallRegister(sender, e)
       end method.

      *===================================================================================
      *= Both decisions go the same way - the selected batch and the
      *= note to DBMNT02P, and on success the list again.
       method-id CallRegister final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE currentUser TO BMNT02I-USERID
           MOVE listView1::SelectedItems[0]::Text TO BMNT02I-BATCH-ID
           MOVE tBoxNote::Text TO BMNT02I-NOTE

           CALL "DBMNT02P" using by reference BMNT02-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE GOOD-ERRMSG TO WS-CHANGE-MSG
               set tBoxNote::Text to ""
               invoke self::ButtonQuery_Click(sender, e)
               set toolStripStatusLabel1::Text to WS-CHANGE-MSG
           END-IF
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
           invoke helpPanel::Load("BANK132")
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
