       class-id BankDemoWinForm.B133 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  PURG01-DATA.
           copy CPURG01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-NUM              pic 9(3).
       01  WS-YEARS-DSP        pic zz9.
       01  WS-ACTION-DSP       pic x(10).
       01  WS-SOURCE-DSP       pic x(8).
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
               "Years after the relationship closes before the annual purge destroys each class - admin or compliance may change them"
       end method.

       method-id B133_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= Every class of personal data the purge knows, with the period
      *= in force - from the rules table, or the standard period where
      *= nobody has set one.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO PURG01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET PURG01I-LIST TO TRUE
           MOVE currentUser TO PURG01I-USERID

           CALL "DPURG01P" using by reference PURG01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > PURG01O-CLASS-COUNT
                   move PURG01O-R-KEEP-YEARS(Indx) to WS-YEARS-DSP
                   if PURG01O-R-ANONYMISE(Indx)
                       move "Anonymise" to WS-ACTION-DSP
                   else
                       move "Delete" to WS-ACTION-DSP
                   end-if
                   if PURG01O-R-ON-TABLE(Indx)
                       move "Rule" to WS-SOURCE-DSP
                   else
                       move "Default" to WS-SOURCE-DSP
                   end-if
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(PURG01O-R-CLASS(Indx))
                   invoke listViewItem1::SubItems::Add(PURG01O-R-DESC(Indx))
                   invoke listViewItem1::SubItems::Add(WS-YEARS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-ACTION-DSP)
                   invoke listViewItem1::SubItems::Add(PURG01O-R-BASIS(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SOURCE-DSP)
                   invoke listViewItem1::SubItems::Add(PURG01O-R-UPDATED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(PURG01O-R-UPDATED-TS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= A new period and basis for the selected class - DPURG01P checks
      *= the role, keeps the period sensible and audits the change.
       method-id ButtonUpdate_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a data class first"
               goback
           end-if

           MOVE SPACES TO PURG01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET PURG01I-UPDATE TO TRUE
           MOVE currentUser TO PURG01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO PURG01I-CLASS
           MOVE tBoxBasis::Text TO PURG01I-BASIS
           MOVE ZERO TO PURG01I-KEEP-YEARS
           try
               set WS-NUM to type Int32::Parse(tBoxYears::Text)
               MOVE WS-NUM TO PURG01I-KEEP-YEARS
           catch
               set toolStripStatusLabel1::Text to "Years must be numeric"
               goback
           end-try

           If type System.Windows.Forms.MessageBox::Show(
                   "Change the retention period the annual purge applies to this class?",
                   "Confirm Change",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           CALL "DPURG01P" using by reference PURG01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE GOOD-ERRMSG TO WS-CHANGE-MSG
               invoke self::ButtonQuery_Click(sender, e)
               set toolStripStatusLabel1::Text to WS-CHANGE-MSG
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its period and basis to the boxes.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxYears::Text to listView1::SelectedItems[0]::SubItems[2]::Text::Trim()
               set tBoxBasis::Text to listView1::SelectedItems[0]::SubItems[4]::Text::Trim()
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
           invoke helpPanel::Load("BANK133")
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
