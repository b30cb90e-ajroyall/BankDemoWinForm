       class-id BankDemoWinForm.B120 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  STAF01-DATA.
           copy CSTAF01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-REL-DSP          pic x(16).

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
           set tBoxUserid::Text to currentUser
           set toolStripStatusLabel1::Text to
               "Enter a staff login and LIST - DECLARE ties a customer to it, S for their own PID"
       end method.

       method-id B120_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO STAF01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO STAF01I-CALLER
           MOVE tBoxUserid::Text TO STAF01I-USERID
           MOVE tBoxPid::Text TO STAF01I-PID
           MOVE tBoxRelation::Text TO STAF01I-RELATION
           MOVE tBoxReason::Text TO STAF01I-REASON
       end method.

      *===================================================================================
      *= The customers the login is tied to.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET STAF01I-LIST TO TRUE

           invoke listView1::Items::Clear()

           CALL "DSTAF01P" using by reference STAF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > STAF01O-LINK-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(STAF01O-L-PID(Indx))
                   invoke listViewItem1::SubItems::Add(STAF01O-L-NAME(Indx))
                   evaluate STAF01O-L-RELATION(Indx)
                       when "S" move "Own account"     to WS-REL-DSP
                       when "F" move "Family"          to WS-REL-DSP
                       when "H" move "Household"       to WS-REL-DSP
                       when "B" move "Business"        to WS-REL-DSP
                       when "O" move "Other"           to WS-REL-DSP
                       when other move STAF01O-L-RELATION(Indx) to WS-REL-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-REL-DSP)
                   invoke listViewItem1::SubItems::Add(STAF01O-L-REASON(Indx))
                   invoke listViewItem1::SubItems::Add(STAF01O-L-DECLARED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(STAF01O-L-DECLARED-DTE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *= Tie the customer in the box to the login, saying how and why.
       method-id ButtonDeclare_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("D")
       end method.

      *= Take the tie off again - an officer only.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("R")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO STAF01I-FUNCTION

           CALL "DSTAF01P" using by reference STAF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Staff Accounts"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxPid::Text to ""
               set tBoxReason::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a link copies it to the boxes, ready to remove.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxPid::Text to STAF01O-L-PID(Indx)
               set tBoxRelation::Text to STAF01O-L-RELATION(Indx)
               set tBoxReason::Text to STAF01O-L-REASON(Indx)
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
           invoke helpPanel::Load("BANK120")
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
