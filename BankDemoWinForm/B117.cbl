       class-id BankDemoWinForm.B117 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  DSAR01-DATA.
           copy CDSAR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-STATUS-DSP       pic x(10).
       01  WS-ON-TIME-DSP      pic x(3).

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
               "LOG a request the day it arrives - LIST alone shows every request still open"
       end method.

       method-id B117_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= One customer's requests, or every open one with the nearest
      *= due date first.  The package is produced overnight.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO DSAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET DSAR01I-LIST TO TRUE
           MOVE currentUser TO DSAR01I-USERID
           MOVE tBoxPid::Text TO DSAR01I-PID

           invoke listView1::Items::Clear()

           CALL "DDSAR01P" using by reference DSAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > DSAR01O-DSAR-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(DSAR01O-D-NO(Indx))
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-PID(Indx))
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-RECEIVED(Indx))
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-DUE(Indx))
                   if DSAR01O-D-STATUS(Indx) = "O"
                       move "Open"     to WS-STATUS-DSP
                   else
                       move "Answered" to WS-STATUS-DSP
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-COMPLETED(Indx))
                   evaluate DSAR01O-D-ON-TIME(Indx)
                       when "Y"   move "Yes" to WS-ON-TIME-DSP
                       when "N"   move "No"  to WS-ON-TIME-DSP
                       when other move SPACES to WS-ON-TIME-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-ON-TIME-DSP)
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-RECORDS(Indx))
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-WITHHELD(Indx))
                   invoke listViewItem1::SubItems::Add(DSAR01O-D-PACKAGE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Log a new request - the clock runs from the date it was
      *= received, not the date it was keyed.
       method-id ButtonLog_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO DSAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET DSAR01I-LOG TO TRUE
           MOVE currentUser TO DSAR01I-USERID
           MOVE tBoxPid::Text TO DSAR01I-PID
           MOVE tBoxReceived::Text TO DSAR01I-RECEIVED-DTE

           CALL "DDSAR01P" using by reference DSAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke type MessageBox::Show(GOOD-ERRMSG "Subject Access Request"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its customer to the box.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxPid::Text to DSAR01O-D-PID(Indx)
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
           invoke helpPanel::Load("BANK117")
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
