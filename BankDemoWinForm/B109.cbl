       class-id BankDemoWinForm.B109 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  ATO01-DATA.
           copy CATO01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-ALERTNO-DSP      pic 9(7).
       01  WS-CASENO-DSP       pic 9(7).
       01  WS-OUT-DSP          pic z(6)9.99.
       01  WS-HELD-DSP         pic zzzz9.
       01  WS-HELD-WIRE-DSP    pic zzzz9.
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
               "Steps: A address/e-mail, P password, L new workstation, Y new payee, O money out"
       end method.

       method-id B109_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= Every open takeover alert - DATO01P does the work, newest
      *= first, with what the overnight watch held on each customer.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO ATO01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET ATO01I-LIST TO TRUE
           MOVE currentUser TO ATO01I-USERID

           CALL "DATO01P" using by reference ATO01-DATA
                                by reference BANK-ERRMSG
                                by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > ATO01O-ALERT-COUNT
                   move ATO01O-ALERTNO(Indx) to WS-ALERTNO-DSP
                   move ATO01O-CASENO(Indx) to WS-CASENO-DSP
                   move ATO01O-OUT-AMOUNT(Indx) to WS-OUT-DSP
                   move ATO01O-HELD-PTX(Indx) to WS-HELD-DSP
                   move ATO01O-HELD-WIRE(Indx) to WS-HELD-WIRE-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-ALERTNO-DSP)
                   invoke listViewItem1::SubItems::Add(ATO01O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(ATO01O-STEPS(Indx))
                   invoke listViewItem1::SubItems::Add(WS-OUT-DSP)
                   invoke listViewItem1::SubItems::Add(WS-HELD-DSP)
                   invoke listViewItem1::SubItems::Add(WS-HELD-WIRE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-CASENO-DSP)
                   invoke listViewItem1::SubItems::Add(ATO01O-STEPUP(Indx))
                   invoke listViewItem1::SubItems::Add(ATO01O-DETECTED-TS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= The customer has been reached and it was them - the held
      *= transfers and wires go back to pending and run as booked.
       method-id ButtonRelease_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select an alert first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Release the held transfers and wires on this alert?",
                   "Confirm Release",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO ATO01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET ATO01I-RELEASE TO TRUE
           invoke self::CallAlert(sender, e)
       end method.

      *===================================================================================
      *= A takeover it is - held transfers are cancelled and held wires
      *= go to the wire repair queue to be cancelled and reversed.
       method-id ButtonConfirm_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select an alert first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Confirm account takeover and stop every held item on this alert?",
                   "Confirm Takeover",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO ATO01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET ATO01I-CONFIRM TO TRUE
           invoke self::CallAlert(sender, e)
       end method.

      *===================================================================================
      *= Both decisions go the same way - the selected alert to
      *= DATO01P, and on success the list again without it.
       method-id CallAlert final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE currentUser TO ATO01I-USERID
           MOVE listView1::SelectedItems[0]::SubItems[1]::Text
             TO ATO01I-PID
           MOVE listView1::SelectedItems[0]::Text TO WS-ALERTNO-DSP
           MOVE WS-ALERTNO-DSP TO ATO01I-ALERTNO

           CALL "DATO01P" using by reference ATO01-DATA
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
           invoke helpPanel::Load("BANK109")
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
