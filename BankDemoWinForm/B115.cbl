       class-id BankDemoWinForm.B115 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  CMPL01-DATA.
           copy CCMPL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT              pic S9(7)V99.
       01  WS-AMT-DSP          pic z(6)9.99.
       01  WS-NUM              pic 9(7).
       01  WS-STATUS-DSP       pic x(12).
       01  WS-OUTCOME-DSP      pic x(10).

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
               "LIST with no customer shows every open complaint, nearest deadline first"
       end method.

       method-id B115_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonList_Click(sender, e)
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO CMPL01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO CMPL01I-USERID
           MOVE tBoxPid::Text TO CMPL01I-PID
           MOVE tBoxAcc::Text TO CMPL01I-ACCNO
           MOVE tBoxCategory::Text TO CMPL01I-CATEGORY
           MOVE tBoxProduct::Text TO CMPL01I-PRODUCT
           MOVE tBoxBranch::Text TO CMPL01I-BRANCH
           MOVE tBoxSummary::Text TO CMPL01I-SUMMARY
           MOVE tBoxReceived::Text TO CMPL01I-RECEIVED-DTE
           MOVE tBoxOutcome::Text TO CMPL01I-OUTCOME
           MOVE tBoxCause::Text TO CMPL01I-ROOT-CAUSE
           MOVE tBoxRedressAcc::Text TO CMPL01I-REDRESS-ACC
           MOVE ZERO TO CMPL01I-NO CMPL01I-REDRESS
           if tBoxRedress::Text > SPACES
               try
                   set WS-AMT to type Decimal::Parse(tBoxRedress::Text)
                   MOVE WS-AMT TO CMPL01I-REDRESS
               catch
                   move "Redress must be numeric" to BANK-ERRMSG
               end-try
           end-if
           if tBoxNumber::Text > SPACES
               try
                   set WS-NUM to type Int32::Parse(tBoxNumber::Text)
                   MOVE WS-NUM TO CMPL01I-NO
               catch
                   move "Complaint number must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= The register - one customer's complaints newest first, or
      *= every open complaint by its final-response deadline.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET CMPL01I-LIST TO TRUE

           invoke listView1::Items::Clear()

           if BANK-ERRMSG = SPACES
               CALL "DCMPL01P" using by reference CMPL01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > CMPL01O-CMPL-COUNT
                   move CMPL01O-C-NO(Indx) to WS-NUM
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-NUM)
                   invoke listViewItem1::SubItems::Add(CMPL01O-C-PID(Indx))
                   invoke listViewItem1::SubItems::Add(CMPL01O-C-CATEGORY(Indx))
                   invoke listViewItem1::SubItems::Add(CMPL01O-C-PRODUCT(Indx))
                   evaluate CMPL01O-C-STATUS(Indx)
                       when "O" move "Open"         to WS-STATUS-DSP
                       when "A" move "Acknowledged" to WS-STATUS-DSP
                       when "C" move "Closed"       to WS-STATUS-DSP
                       when other move CMPL01O-C-STATUS(Indx) to WS-STATUS-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(CMPL01O-C-RECEIVED(Indx))
                   if CMPL01O-C-ACK-DTE(Indx) = SPACES
                       invoke listViewItem1::SubItems::Add(CMPL01O-C-ACK-DUE(Indx))
                   else
                       invoke listViewItem1::SubItems::Add("SENT")
                   end-if
                   if CMPL01O-C-FINAL-DTE(Indx) = SPACES
                       invoke listViewItem1::SubItems::Add(CMPL01O-C-FINAL-DUE(Indx))
                   else
                       invoke listViewItem1::SubItems::Add(CMPL01O-C-FINAL-DTE(Indx))
                   end-if
                   evaluate CMPL01O-C-OUTCOME(Indx)
                       when "U" move "Upheld"   to WS-OUTCOME-DSP
                       when "P" move "Partly"   to WS-OUTCOME-DSP
                       when "R" move "Rejected" to WS-OUTCOME-DSP
                       when other move SPACES   to WS-OUTCOME-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-OUTCOME-DSP)
                   move CMPL01O-C-REDRESS(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   if CMPL01O-C-ESCALATED(Indx) = "Y"
                       invoke listViewItem1::SubItems::Add("YES")
                   else
                       invoke listViewItem1::SubItems::Add(" ")
                   end-if
                   invoke listViewItem1::SubItems::Add(CMPL01O-C-SUMMARY(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Open a complaint - customer, category, product and summary;
      *= the received date defaults to today, the branch to the
      *= customer's own.
       method-id ButtonOpen_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("O")
       end method.

      *= The acknowledgement has gone out.
       method-id ButtonAck_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("K")
       end method.

      *= The final response - outcome, root cause and any redress,
      *= credited to the account given.  The letter is queued.
       method-id ButtonFinal_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("F")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO CMPL01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DCMPL01P" using by reference CMPL01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               if CMPL01I-OPEN
                   move CMPL01O-NO to WS-NUM
                   set tBoxNumber::Text to WS-NUM
                   set tBoxSummary::Text to ""
               end-if
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::RefreshList()
           END-IF
       end method.

      *= After an action the list shows the customer's complaints.
       method-id RefreshList final private.
       procedure division.
           invoke self::ButtonList_Click(self, new System.EventArgs())
           set toolStripStatusLabel1::Text to GOOD-ERRMSG
       end method.

      *===================================================================================
      *= Picking a row copies its number and customer to the boxes,
      *= ready to acknowledge or answer it.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxNumber::Text to listView1::SelectedItems[0]::Text
               set tBoxPid::Text to listView1::SelectedItems[0]::SubItems[1]::Text
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
           invoke helpPanel::Load("BANK115")
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
