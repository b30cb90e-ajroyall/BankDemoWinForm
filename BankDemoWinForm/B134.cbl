       class-id BankDemoWinForm.B134 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  NOST01-DATA.
           copy CNOST01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(8)9.99.
       01  WS-BAL-DSP          pic -(10)9.99.
       01  WS-BOOK-DSP         pic -(10)9.99.
       01  WS-AGE-DSP          pic zzzz9.
       01  WS-SEQ-DSP          pic 9(5).
       01  WS-SIDE-DSP         pic x(9).
       01  WS-KEY-DSP          pic x(21).
       01  WS-SEQ-NUM          pic 9(5).
       01  WS-BAL-MSG          pic x(100).
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
               "Nostro items the daily reconciliation could not pair - disposition them, or post a statement entry to the GL"
       end method.

       method-id B134_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonQuery_Click(sender, e)
       end method.

      *===================================================================================
      *= The open worklist, oldest first, and where the latest statement
      *= left the correspondent's balance and ours.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO NOST01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET NOST01I-LIST TO TRUE
           MOVE currentUser TO NOST01I-USERID

           CALL "DNOST01P" using by reference NOST01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > NOST01O-EXC-COUNT
                   if NOST01O-SIDE(Indx) = "S"
                       move "Statement" to WS-SIDE-DSP
                       move NOST01O-SEQ(Indx) to WS-SEQ-DSP
                       move spaces to WS-KEY-DSP
                       string NOST01O-STMT-DATE(Indx) delimited by size
                              "/"                     delimited by size
                              WS-SEQ-DSP              delimited by size
                         into WS-KEY-DSP
                   else
                       move "Book" to WS-SIDE-DSP
                       move NOST01O-REF(Indx) to WS-KEY-DSP
                   end-if
                   move NOST01O-AMOUNT(Indx) to WS-AMT-DSP
                   move NOST01O-AGE-DAYS(Indx) to WS-AGE-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-SIDE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-KEY-DSP)
                   invoke listViewItem1::SubItems::Add(NOST01O-REF(Indx))
                   invoke listViewItem1::SubItems::Add(NOST01O-DC(Indx))
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   invoke listViewItem1::SubItems::Add(NOST01O-VALUE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-AGE-DSP)
                   invoke listViewItem1::SubItems::Add(NOST01O-REASON(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               if NOST01O-LAST-STMT-DATE > spaces
                   move NOST01O-CLOSE-BAL to WS-BAL-DSP
                   move NOST01O-BOOK-BAL to WS-BOOK-DSP
                   move spaces to WS-BAL-MSG
                   string "Statement " delimited by size
                          NOST01O-LAST-STMT-DATE delimited by size
                          "  correspondent " delimited by size
                          WS-BAL-DSP delimited by size
                          "  book " delimited by size
                          WS-BOOK-DSP delimited by size
                     into WS-BAL-MSG
                   set labelBalances::Text to WS-BAL-MSG
               else
                   set labelBalances::Text to "No statement loaded yet"
               end-if
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Close the selected item with the officer's note - DNOST01P
      *= audits it.
       method-id ButtonDisposition_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select an exception first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Close this nostro exception with the note given?",
                   "Confirm Disposition",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO NOST01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET NOST01I-DISPOSITION TO TRUE
           invoke self::SetSelectedItem()

           CALL "DNOST01P" using by reference NOST01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           invoke self::ShowOutcome(sender, e)
       end method.

      *===================================================================================
      *= Post the selected statement entry to the GL against the nostro -
      *= DNOST01P allows it to supervisors and admin only.
       method-id ButtonPost_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select an exception first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Post this statement entry to the GL against the nostro?",
                   "Confirm Post",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO NOST01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET NOST01I-POST TO TRUE
           invoke self::SetSelectedItem()

           CALL "DNOST01P" using by reference NOST01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           invoke self::ShowOutcome(sender, e)
       end method.

      *===================================================================================
      *= Name the selected item to DNOST01P - side, then reference or
      *= statement date and line.
       method-id SetSelectedItem final private.
       procedure division.
           MOVE currentUser TO NOST01I-USERID
           MOVE tBoxNote::Text TO NOST01I-NOTE
           MOVE listView1::SelectedItems[0]::SubItems[2]::Text TO NOST01I-REF
           MOVE ZERO TO NOST01I-SEQ
           if listView1::SelectedItems[0]::Text::Trim() = "Statement"
               MOVE "S" TO NOST01I-SIDE
               MOVE listView1::SelectedItems[0]::SubItems[1]::Text::Substring(0 10)
                 TO NOST01I-STMT-DATE
               set WS-SEQ-NUM to type Int32::Parse(
                   listView1::SelectedItems[0]::SubItems[1]::Text::Substring(11 5))
               MOVE WS-SEQ-NUM TO NOST01I-SEQ
           else
               MOVE "B" TO NOST01I-SIDE
           end-if
       end method.

       method-id ShowOutcome final private.
       procedure division using by value sender as object e as type System.EventArgs.
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
           invoke helpPanel::Load("BANK134")
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
