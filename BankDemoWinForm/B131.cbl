       class-id BankDemoWinForm.B131 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CLOAN11.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic z,zzz,zz9.99-.
       01  WS-TERM-DSP         pic zzzz9.
       01  WS-PCT-DSP          pic zz9.99.
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
      *= Opens on the open pipeline for the signed-on user's branch.
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           invoke self::ButtonList_Click(self, new System.EventArgs())
       end method.

       method-id B131_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= A customer's applications, newest first - or, with no
      *= customer, the open pipeline for the caller's branch or every
      *= branch when the box is ticked.
       method-id ButtonList_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-LIST TO TRUE
           invoke self::FillList()
       end method.

      *= Declines whose adverse-action notice has not gone out yet.
       method-id ButtonNotices_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-NOTICE-LIST TO TRUE
           invoke self::FillList()
       end method.

      *===================================================================================
      *= Call DLOAN11P for a list and show what comes back.
       method-id FillList final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView1::Items::Clear()

           CALL "DLOAN11P" using by reference LOAN11-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > LOAN11O-ITEM-COUNT
                   move LOAN11O-I-PRINCIPAL(Indx) to WS-AMT-DSP
                   move LOAN11O-I-TERM(Indx) to WS-TERM-DSP
                   move LOAN11O-I-DSR-PCT(Indx) to WS-PCT-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(LOAN11O-I-APP-NO(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-PID(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-PRODUCT(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-BRANCH(Indx))
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   invoke listViewItem1::SubItems::Add(WS-TERM-DSP)
                   invoke listViewItem1::SubItems::Add(WS-PCT-DSP)
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-STATUS(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-APPLIED(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-DECISION-BY(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-DECIDED(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-REASON(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-NOTICE-DUE(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-NOTICE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-NOTICE-HOW(Indx))
                   invoke listViewItem1::SubItems::Add(LOAN11O-I-LOAN-ACC(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= The status history of the application in the box.
       method-id ButtonHistory_Click final private.
       local-storage section.
       01  listViewItem2          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-HISTORY TO TRUE
           invoke listView2::Items::Clear()

           CALL "DLOAN11P" using by reference LOAN11-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > LOAN11O-HIST-COUNT
                   move LOAN11O-H-SEQ(Indx) to WS-SEQ-DSP
                   set listViewItem2 to new
                       System.Windows.Forms.ListViewItem(WS-SEQ-DSP)
                   invoke listViewItem2::SubItems::Add(LOAN11O-H-STATUS(Indx))
                   invoke listViewItem2::SubItems::Add(LOAN11O-H-OFFICER(Indx))
                   invoke listViewItem2::SubItems::Add(LOAN11O-H-REASON(Indx))
                   invoke listViewItem2::SubItems::Add(LOAN11O-H-NOTE(Indx))
                   invoke listViewItem2::SubItems::Add(LOAN11O-H-TS(Indx))
                   invoke listView2::Items::Add(listViewItem2)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO LOAN11-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO LOAN11I-APP-NO LOAN11I-INCOME
                        LOAN11I-OBLIGATIONS LOAN11I-DSR-PCT
           MOVE currentUser TO LOAN11I-USERID
           MOVE tBoxPid::Text TO LOAN11I-PID
           MOVE tBoxReason::Text TO LOAN11I-REASON
           MOVE tBoxNote::Text TO LOAN11I-NOTE
           if tBoxAppNo::Text > SPACES
               compute LOAN11I-APP-NO =
                   type System.Decimal::Parse(tBoxAppNo::Text)
           end-if
           if cBoxAll::Checked
               MOVE "A" TO LOAN11I-ALL-BRANCHES
           end-if
       end method.

      *= Decline an application for a coded reason - the notice goes
      *= out by e-mail, or onto the notice list for the branch to
      *= post.
       method-id ButtonDecline_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-DECLINE TO TRUE
           invoke self::CallUpdate()
       end method.

      *= The applicant has withdrawn.
       method-id ButtonWithdraw_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-WITHDRAW TO TRUE
           invoke self::CallUpdate()
       end method.

      *= The branch has posted the adverse-action notice by mail.
       method-id ButtonPosted_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET LOAN11I-MAILED TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DLOAN11P for a change and refresh the list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DLOAN11P" using by reference LOAN11-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Loan Applications"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxReason::Text to ""
               set tBoxNote::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its application number and customer to
      *= the boxes and shows its history.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxAppNo::Text to listView1::SelectedItems[0]::Text
               set tBoxPid::Text to listView1::SelectedItems[0]::SubItems[1]::Text
               invoke self::ButtonHistory_Click(self, new System.EventArgs())
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
           invoke helpPanel::Load("BANK131")
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
