       class-id BankDemoWinForm.B129 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy COCLR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-ITEM-DSP         pic 9(9).
       01  WS-CHQ-DSP          pic 9(6).
       01  WS-AMT-DSP          pic -(6)9.99.
       01  WS-FEE-DSP          pic -(3)9.99.
       01  WS-STATUS-DESC      pic x(11).
       01  WS-HOLD-DESC        pic x(9).

       method-id NEW.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           invoke self::InitializeComponent()
           invoke self::Load(inUser)
           goback.
       end method.

      *===================================================================================
      *= Opens on every branch's items, newest first.
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           invoke self::ButtonList_Click(self, new System.EventArgs())
       end method.

       method-id B129_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by both actions.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO OCLR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO OCLR01I-AMOUNT
           MOVE currentUser TO OCLR01I-USERID
           MOVE tBoxAccount::Text TO OCLR01I-ACCNO
           MOVE tBoxBranch::Text TO OCLR01I-BRANCH
           MOVE tBoxStatus::Text TO OCLR01I-STATUS
           MOVE tBoxRouting::Text TO OCLR01I-ROUTING
           MOVE tBoxDrawer::Text TO OCLR01I-DRAWER-ACC
           MOVE tBoxChqNo::Text TO OCLR01I-CHQ-NO
           if tBoxAmount::Text > SPACES
               compute OCLR01I-AMOUNT =
                   type System.Decimal::Parse(tBoxAmount::Text)
           end-if
       end method.

      *===================================================================================
      *= The items on the account keyed, or the branch's - every
      *= branch when both are blank - optionally of one status.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET OCLR01I-LIST TO TRUE
           invoke listView1::Items::Clear()

           CALL "DOCLR01P" using by reference OCLR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > OCLR01O-ITEM-COUNT
                   evaluate OCLR01O-STATUS(Indx)
                       when "C"   move "CAPTURED   " to WS-STATUS-DESC
                       when "S"   move "SENT       " to WS-STATUS-DESC
                       when "K"   move "CLEARED    " to WS-STATUS-DESC
                       when "R"   move "RETURNED   " to WS-STATUS-DESC
                       when "U"   move "UNRECOVERED" to WS-STATUS-DESC
                       when other move OCLR01O-STATUS(Indx)
                                    to WS-STATUS-DESC
                   end-evaluate
                   evaluate OCLR01O-HOLD-ACTION(Indx)
                       when "R"   move "RELEASED " to WS-HOLD-DESC
                       when "C"   move "CONVERTED" to WS-HOLD-DESC
                       when "N"   move "NONE     " to WS-HOLD-DESC
                       when other move SPACES to WS-HOLD-DESC
                   end-evaluate
                   move OCLR01O-E-ITEM-NO(Indx) to WS-ITEM-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-ITEM-DSP)
                   invoke listViewItem1::SubItems::Add(OCLR01O-ACCNO(Indx))
                   invoke listViewItem1::SubItems::Add(OCLR01O-BRANCH(Indx))
                   invoke listViewItem1::SubItems::Add(OCLR01O-ROUTING(Indx))
                   move OCLR01O-CHQ-NO(Indx) to WS-CHQ-DSP
                   invoke listViewItem1::SubItems::Add(WS-CHQ-DSP)
                   move OCLR01O-AMOUNT(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   invoke listViewItem1::SubItems::Add(OCLR01O-CAPTURE-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(OCLR01O-SENT-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(OCLR01O-SETTLED-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(OCLR01O-RETURN-REASON(Indx))
                   if OCLR01O-FEE(Indx) NOT = ZERO
                       move OCLR01O-FEE(Indx) to WS-FEE-DSP
                       invoke listViewItem1::SubItems::Add(WS-FEE-DSP)
                   else
                       invoke listViewItem1::SubItems::Add(" ")
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-HOLD-DESC)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Take in the cheque keyed - the account is credited, the funds
      *= held, and the item goes out on tonight's clearing file.
       method-id ButtonCapture_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET OCLR01I-CAPTURE TO TRUE

           CALL "DOCLR01P" using by reference OCLR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Deposited Cheques"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxRouting::Text to ""
               set tBoxDrawer::Text to ""
               set tBoxChqNo::Text to ""
               set tBoxAmount::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its account to the box, so the list can
      *= be narrowed to that customer's items.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxAccount::Text to listView1::SelectedItems[0]::SubItems[1]::Text
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
           invoke helpPanel::Load("BANK129")
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
