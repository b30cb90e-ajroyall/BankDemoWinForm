       class-id BankDemoWinForm.B114 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  DRFT01-DATA.
           copy CDRFT01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT              pic S9(7)V99.
       01  WS-AMT-DSP          pic z(6)9.99.
       01  WS-NUM              pic 9(6).
       01  WS-REPL-DSP         pic z(5)9.
       01  WS-STATUS-DSP       pic x(11).

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
               "Paid by A debits the account, C takes cash into your drawer"
       end method.

       method-id B114_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonList_Click(sender, e)
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO DRFT01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO DRFT01I-USERID
           MOVE tBoxFunding::Text TO DRFT01I-FUNDING
           MOVE tBoxAcc::Text TO DRFT01I-ACCNO
           MOVE tBoxPid::Text TO DRFT01I-PID
           MOVE tBoxPayee::Text TO DRFT01I-PAYEE
           MOVE tBoxCcy::Text TO DRFT01I-CURRENCY
           MOVE tBoxReason::Text TO DRFT01I-REASON
           MOVE ZERO TO DRFT01I-AMOUNT DRFT01I-NUMBER
           if tBoxAmt::Text > SPACES
               try
                   set WS-AMT to type Decimal::Parse(tBoxAmt::Text)
                   MOVE WS-AMT TO DRFT01I-AMOUNT
               catch
                   move "Amount must be numeric" to BANK-ERRMSG
               end-try
           end-if
           if tBoxNumber::Text > SPACES
               try
                   set WS-NUM to type Int32::Parse(tBoxNumber::Text)
                   MOVE WS-NUM TO DRFT01I-NUMBER
               catch
                   move "Draft number must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= The register - one draft by number, one account's or one
      *= customer's drafts, or the latest of all, newest first.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET DRFT01I-LIST TO TRUE

           invoke listView1::Items::Clear()

           if BANK-ERRMSG = SPACES
               CALL "DDRFT01P" using by reference DRFT01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > DRFT01O-DRAFT-COUNT
                   move DRFT01O-D-NUMBER(Indx) to WS-NUM
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-NUM)
                   invoke listViewItem1::SubItems::Add(DRFT01O-D-PAYEE(Indx))
                   move DRFT01O-D-AMOUNT(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   invoke listViewItem1::SubItems::Add(DRFT01O-D-CURRENCY(Indx))
                   evaluate DRFT01O-D-STATUS(Indx)
                       when "O" move "Outstanding" to WS-STATUS-DSP
                       when "P" move "Paid"        to WS-STATUS-DSP
                       when "S" move "Stopped"     to WS-STATUS-DSP
                       when "X" move "Replaced"    to WS-STATUS-DSP
                       when "E" move "Escheated"   to WS-STATUS-DSP
                       when other move DRFT01O-D-STATUS(Indx) to WS-STATUS-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(DRFT01O-D-ISSUED-DTE(Indx))
                   if DRFT01O-D-FROM-ACC(Indx) = SPACES
                       invoke listViewItem1::SubItems::Add("CASH")
                   else
                       invoke listViewItem1::SubItems::Add(DRFT01O-D-FROM-ACC(Indx))
                   end-if
                   if DRFT01O-D-REPLACES(Indx) = ZERO
                       invoke listViewItem1::SubItems::Add(" ")
                   else
                       move DRFT01O-D-REPLACES(Indx) to WS-REPL-DSP
                       invoke listViewItem1::SubItems::Add(WS-REPL-DSP)
                   end-if
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Sell a draft - from the account, or for cash into the
      *= teller's open drawer.
       method-id ButtonIssue_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("I")
       end method.

      *= Stop a lost draft and refund it - to the account given, else
      *= the one that paid for it, else in cash from the drawer.
       method-id ButtonStop_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("S")
       end method.

      *= Replace a lost draft with a new number for the same money -
      *= a payee keyed here goes on the new draft.
       method-id ButtonReplace_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("R")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO DRFT01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DDRFT01P" using by reference DRFT01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               move DRFT01O-NUMBER to WS-NUM
               set tBoxNumber::Text to WS-NUM
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               set tBoxReason::Text to ""
               invoke self::RefreshList()
           END-IF
       end method.

      *= After an action the list shows the draft just handled.
       method-id RefreshList final private.
       procedure division.
           set tBoxAcc::Text to ""
           set tBoxPid::Text to ""
           invoke self::ButtonList_Click(self, new System.EventArgs())
           set toolStripStatusLabel1::Text to GOOD-ERRMSG
       end method.

      *===================================================================================
      *= Picking a row copies its number and payee to the boxes, ready
      *= for a stop or replacement.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxNumber::Text to listView1::SelectedItems[0]::Text
               set tBoxPayee::Text to listView1::SelectedItems[0]::SubItems[1]::Text
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
           invoke helpPanel::Load("BANK114")
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
