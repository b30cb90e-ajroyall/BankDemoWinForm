       class-id BankDemoWinForm.B130 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CIDOC01.
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
      *= Opens on the re-verification queue for the signed-on user's
      *= branch - the documents the nightly IDEXPIRY run has flagged.
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           invoke self::ButtonQueue_Click(self, new System.EventArgs())
       end method.

       method-id B130_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Every document held for a customer, newest first.
       method-id ButtonList_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO IDOC01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO IDOC01I-SEQ
           SET IDOC01I-LIST TO TRUE
           MOVE currentUser TO IDOC01I-USERID
           MOVE "B130" TO IDOC01I-SOURCE
           MOVE tBoxPid::Text TO IDOC01I-PID
           invoke self::FillList()
       end method.

      *= Documents waiting to be re-verified - the caller's branch,
      *= or every branch when the box is ticked.
       method-id ButtonQueue_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO IDOC01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO IDOC01I-SEQ
           SET IDOC01I-QUEUE-LIST TO TRUE
           MOVE currentUser TO IDOC01I-USERID
           MOVE "B130" TO IDOC01I-SOURCE
           if cBoxAll::Checked
               MOVE "A" TO IDOC01I-ALL-BRANCHES
           end-if
           invoke self::FillList()
       end method.

      *===================================================================================
      *= Call DIDOC01P for a list and show what comes back.
       method-id FillList final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView1::Items::Clear()

           CALL "DIDOC01P" using by reference IDOC01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > IDOC01O-ITEM-COUNT
                   move IDOC01O-SEQ(Indx) to WS-SEQ-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(IDOC01O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(IDOC01O-DOC-TYPE(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-DOC-NO(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-COUNTRY(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-ISSUE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-EXPIRY-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-EXPIRED(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-METHOD(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-VERIFIED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-VERIFIED-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-STATUS(Indx))
                   invoke listViewItem1::SubItems::Add(IDOC01O-QUEUED-DATE(Indx))
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
           MOVE SPACES TO IDOC01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO IDOC01I-SEQ
           MOVE currentUser TO IDOC01I-USERID
           MOVE "B130" TO IDOC01I-SOURCE
           MOVE tBoxPid::Text TO IDOC01I-PID
           MOVE tBoxType::Text TO IDOC01I-DOC-TYPE
           MOVE tBoxDocNo::Text TO IDOC01I-DOC-NO
           MOVE tBoxCountry::Text TO IDOC01I-COUNTRY
           MOVE tBoxIssued::Text TO IDOC01I-ISSUE-DATE
           MOVE tBoxExpires::Text TO IDOC01I-EXPIRY-DATE
           MOVE tBoxMethod::Text TO IDOC01I-METHOD
           MOVE tBoxReason::Text TO IDOC01I-REASON
           if tBoxSeq::Text > SPACES
               compute IDOC01I-SEQ =
                   type System.Decimal::Parse(tBoxSeq::Text)
           end-if
       end method.

      *= Record a document the signed-on user has just verified - a
      *= renewal supersedes the old one and clears the queue.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET IDOC01I-ADD TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Withdraw a document - lost, stolen or found false.
       method-id ButtonWithdraw_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET IDOC01I-WITHDRAW TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DIDOC01P for a change and refresh the customer's list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DIDOC01P" using by reference IDOC01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Identity Documents"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxDocNo::Text to ""
               set tBoxIssued::Text to ""
               set tBoxExpires::Text to ""
               set tBoxReason::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its customer, sequence and type to the
      *= boxes.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxPid::Text to listView1::SelectedItems[0]::Text
               set tBoxSeq::Text to listView1::SelectedItems[0]::SubItems[2]::Text
               set tBoxType::Text to listView1::SelectedItems[0]::SubItems[3]::Text
               set tBoxCountry::Text to listView1::SelectedItems[0]::SubItems[5]::Text
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
           invoke helpPanel::Load("BANK130")
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
