       class-id BankDemoWinForm.B135 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  SMSP01-DATA.
           copy CSMSP01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-CHANNEL-DSP      pic x(15).
       01  WS-SOURCE-DSP       pic x(8).
       01  WS-MOBILE-MSG       pic x(100).
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
               "Register and verify the mobile your texts go to, then choose how each kind of alert reaches you"
       end method.

       method-id B135_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= The mobile on file and every alert type with the channel in
      *= force - the customer's choice, or the house default.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO SMSP01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SMSP01I-LIST TO TRUE
           MOVE currentUser TO SMSP01I-USERID SMSP01I-PID

           CALL "DSMSP01P" using by reference SMSP01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE SPACES TO WS-MOBILE-MSG
               evaluate true
                   when SMSP01O-MOB-VERIFIED
                       string "Mobile " delimited by size
                              SMSP01O-MOBILE delimited by space
                              " - verified " delimited by size
                              SMSP01O-VERIFIED-TS(1:10) delimited by size
                         into WS-MOBILE-MSG
                   when SMSP01O-MOB-PENDING
                       string "Mobile " delimited by size
                              SMSP01O-MOBILE delimited by space
                              " - waiting for the code to be entered" delimited by size
                         into WS-MOBILE-MSG
                   when other
                       move "No mobile registered - alerts go by e-mail" to WS-MOBILE-MSG
               end-evaluate
               set labelMobile::Text to WS-MOBILE-MSG
               MOVE 1 TO Indx
               perform until Indx > SMSP01O-TYPE-COUNT
                   evaluate SMSP01O-P-CHANNEL(Indx)
                       when "S"
                           move "Text" to WS-CHANNEL-DSP
                       when "B"
                           move "Text and e-mail" to WS-CHANNEL-DSP
                       when other
                           move "E-mail" to WS-CHANNEL-DSP
                   end-evaluate
                   if SMSP01O-P-ON-TABLE(Indx)
                       move "Chosen" to WS-SOURCE-DSP
                   else
                       move "Default" to WS-SOURCE-DSP
                   end-if
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(SMSP01O-P-TYPE(Indx))
                   invoke listViewItem1::SubItems::Add(SMSP01O-P-DESC(Indx))
                   invoke listViewItem1::SubItems::Add(WS-CHANNEL-DSP)
                   invoke listViewItem1::SubItems::Add(WS-SOURCE-DSP)
                   invoke listViewItem1::SubItems::Add(SMSP01O-P-UPDATED-TS(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= A new mobile - DSMSP01P holds it to the telephone on file and
      *= texts it a code to enter below.
       method-id ButtonRegister_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO SMSP01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SMSP01I-REGISTER TO TRUE
           MOVE currentUser TO SMSP01I-USERID SMSP01I-PID
           MOVE tBoxMobile::Text TO SMSP01I-MOBILE

           CALL "DSMSP01P" using by reference SMSP01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           invoke self::ShowOutcome(sender, e)
       end method.

      *===================================================================================
      *= The code the new mobile was sent.
       method-id ButtonVerify_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO SMSP01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SMSP01I-VERIFY TO TRUE
           MOVE currentUser TO SMSP01I-USERID SMSP01I-PID
           MOVE tBoxCode::Text TO SMSP01I-CODE

           CALL "DSMSP01P" using by reference SMSP01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           set tBoxCode::Text to ""
           invoke self::ShowOutcome(sender, e)
       end method.

      *===================================================================================
      *= A new channel for the selected alert type.
       method-id ButtonChannel_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select an alert type first"
               goback
           end-if

           MOVE SPACES TO SMSP01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SMSP01I-CHANNEL TO TRUE
           MOVE currentUser TO SMSP01I-USERID SMSP01I-PID
           MOVE listView1::SelectedItems[0]::Text TO SMSP01I-TYPE
           evaluate cBoxChannel::SelectedIndex
               when 0 move "E" to SMSP01I-CHANNEL-TO
               when 1 move "S" to SMSP01I-CHANNEL-TO
               when 2 move "B" to SMSP01I-CHANNEL-TO
               when other
                   set toolStripStatusLabel1::Text to "Pick a channel"
                   goback
           end-evaluate

           CALL "DSMSP01P" using by reference SMSP01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           invoke self::ShowOutcome(sender, e)
       end method.

       method-id ShowOutcome final private.
       procedure division using by value sender as object e as type System.EventArgs.
           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE GOOD-ERRMSG TO WS-CHANGE-MSG
               invoke self::ButtonQuery_Click(sender, e)
               set toolStripStatusLabel1::Text to WS-CHANGE-MSG
           END-IF
       end method.

      *===================================================================================
      *= Picking a row shows its channel in the list.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               if listView1::SelectedItems[0]::SubItems[2]::Text::Trim() = "Text"
                   set cBoxChannel::SelectedIndex to 1
               else
                   if listView1::SelectedItems[0]::SubItems[2]::Text::Trim() = "Text and e-mail"
                       set cBoxChannel::SelectedIndex to 2
                   else
                       set cBoxChannel::SelectedIndex to 0
                   end-if
               end-if
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
           invoke helpPanel::Load("BANK135")
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
