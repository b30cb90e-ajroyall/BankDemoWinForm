       class-id BankDemoWinForm.B123 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CPLAN01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(6)9.99.

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
               "Enter the customer and year and LIST the plan room - a supervisor records the authority's NOTICE"
       end method.

       method-id B123_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO PLAN01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO PLAN01I-AMOUNT PLAN01I-NEW-ROOM
           MOVE currentUser TO PLAN01I-USERID
           MOVE tBoxPid::Text TO PLAN01I-PID
           MOVE tBoxYear::Text TO PLAN01I-YEAR
       end method.

      *===================================================================================
      *= The holder's room for the year and the months over it.
       method-id ButtonList_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET PLAN01I-QUERY TO TRUE
           invoke self::CallPlan()
       end method.

      *= Record the new room from the tax authority's notice.
       method-id ButtonNotice_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET PLAN01I-NOTICE TO TRUE
           if tBoxRoom::Text > SPACES
               compute PLAN01I-NEW-ROOM =
                   type System.Decimal::Parse(tBoxRoom::Text)
           end-if

           invoke self::CallPlan()

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Registered Plans"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxRoom::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Call DPLAN01P and show the year's figures.
       method-id CallPlan final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView1::Items::Clear()

           CALL "DPLAN01P" using by reference PLAN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxName::Text to ""
               set tBoxOpening::Text to ""
               set tBoxContrib::Text to ""
               set tBoxWithdrawn::Text to ""
               set tBoxRoomLeft::Text to ""
               set tBoxExcess::Text to ""
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxName::Text to PLAN01O-NAME
               set tBoxYear::Text to PLAN01O-YEAR
               move PLAN01O-OPENING to WS-AMT-DSP
               set tBoxOpening::Text to WS-AMT-DSP
               move PLAN01O-CONTRIB to WS-AMT-DSP
               set tBoxContrib::Text to WS-AMT-DSP
               move PLAN01O-WITHDRAWN to WS-AMT-DSP
               set tBoxWithdrawn::Text to WS-AMT-DSP
               move PLAN01O-ROOM-LEFT to WS-AMT-DSP
               set tBoxRoomLeft::Text to WS-AMT-DSP
               move PLAN01O-EXCESS to WS-AMT-DSP
               set tBoxExcess::Text to WS-AMT-DSP
               MOVE 1 TO Indx
               perform until Indx > PLAN01O-MON-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(PLAN01O-M-MONTH(Indx))
                   move PLAN01O-M-EXCESS(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   move PLAN01O-M-PENALTY(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
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
           invoke helpPanel::Load("BANK123")
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
