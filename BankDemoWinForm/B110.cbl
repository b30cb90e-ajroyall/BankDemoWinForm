       class-id BankDemoWinForm.B110 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  INFL01-DATA.
           copy CINFL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-REGNO-DSP        pic 9(9).
       01  WS-SEQ-DSP          pic zzzzz9.
       01  WS-RECORDS-DSP      pic zzzzzz9.
       01  WS-STATUS-DSP       pic x(12).
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
               "Quarantined files wait for a supervisor - release to post on the job's next run, or purge"
       end method.

       method-id B110_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= Every file the inbound registry is holding - DINFL01P does the
      *= work, oldest first: quarantined ones waiting on a decision,
      *= released ones waiting on their job to run again.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO INFL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET INFL01I-LIST TO TRUE
           MOVE currentUser TO INFL01I-USERID

           CALL "DINFL01P" using by reference INFL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > INFL01O-FILE-COUNT
                   move INFL01O-L-REGNO(Indx) to WS-REGNO-DSP
                   move INFL01O-L-FILE-SEQ(Indx) to WS-SEQ-DSP
                   move INFL01O-L-RECORDS(Indx) to WS-RECORDS-DSP
                   if INFL01O-L-STATUS(Indx) = "R"
                       move "Released" to WS-STATUS-DSP
                   else
                       move "Quarantined" to WS-STATUS-DSP
                   end-if
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-REGNO-DSP)
                   invoke listViewItem1::SubItems::Add(INFL01O-L-SOURCE(Indx))
                   invoke listViewItem1::SubItems::Add(INFL01O-L-FILE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(WS-RECORDS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(INFL01O-L-REASON(Indx))
                   invoke listViewItem1::SubItems::Add(INFL01O-L-RECEIVED-TS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= The file is good after all - it posts the next time its job
      *= runs with it, whatever its date or sequence number says.
       method-id ButtonRelease_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a file first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Release this file to post on its job's next run?",
                   "Confirm Release",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO INFL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET INFL01I-RELEASE TO TRUE
           invoke self::CallRegistry(sender, e)
       end method.

      *===================================================================================
      *= The file is bad - it is never posted.  A corrected file from
      *= the sender checks in afresh.
       method-id ButtonPurge_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a file first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Purge this file so that it is never posted?",
                   "Confirm Purge",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO INFL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET INFL01I-PURGE TO TRUE
           invoke self::CallRegistry(sender, e)
       end method.

      *===================================================================================
      *= Both decisions go the same way - the selected file and the
      *= note to DINFL01P, and on success the list again.
       method-id CallRegistry final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE currentUser TO INFL01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO WS-REGNO-DSP
           MOVE WS-REGNO-DSP TO INFL01I-REGNO
           MOVE tBoxNote::Text TO INFL01I-NOTE

           CALL "DINFL01P" using by reference INFL01-DATA
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
           invoke helpPanel::Load("BANK110")
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
