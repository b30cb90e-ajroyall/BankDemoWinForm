       class-id BankDemoWinForm.B118 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  BOWN01-DATA.
           copy CBOWN01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-NUM              pic 9(3).
       01  WS-PCT              pic S9(3)V99.
       01  WS-PCT-DSP          pic zz9.99.
       01  WS-CONTROL-DSP      pic x(16).
       01  WS-VERIFIED-DSP     pic x(10).
       01  WS-SCREEN-DSP       pic x(8).
       01  WS-STATUS-DSP       pic x(8).
       01  WS-DECLARATION      pic x(60).

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
               "Enter a business customer and LIST - QUEUE shows declarations due for re-certification"
       end method.

       method-id B118_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO BOWN01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO BOWN01I-USERID
           MOVE tBoxPid::Text TO BOWN01I-PID
           MOVE tBoxOfficer::Text TO BOWN01I-OFFICER
           MOVE tBoxName::Text TO BOWN01I-NAME
           MOVE tBoxDob::Text TO BOWN01I-DOB
           MOVE tBoxAddr1::Text TO BOWN01I-ADDR1
           MOVE tBoxAddr2::Text TO BOWN01I-ADDR2
           MOVE tBoxCountry::Text TO BOWN01I-COUNTRY
           MOVE tBoxPostCode::Text TO BOWN01I-POST-CODE
           MOVE tBoxControl::Text TO BOWN01I-CONTROL
           MOVE tBoxVerified::Text TO BOWN01I-VERIFIED
           MOVE ZERO TO BOWN01I-SEQ BOWN01I-PCT
           if tBoxSeq::Text > SPACES
               try
                   set WS-NUM to type Int32::Parse(tBoxSeq::Text)
                   MOVE WS-NUM TO BOWN01I-SEQ
               catch
                   move "Owner number must be numeric" to BANK-ERRMSG
               end-try
           end-if
           if tBoxPct::Text > SPACES
               try
                   set WS-PCT to type Decimal::Parse(tBoxPct::Text)
                   MOVE WS-PCT TO BOWN01I-PCT
               catch
                   move "Ownership percentage must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= The business's declaration and every owner on its register,
      *= active ones first.  Held owners are shown against a red row.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET BOWN01I-LIST TO TRUE

           invoke listView1::Items::Clear()
           set tBoxDeclaration::Text to ""

           if BANK-ERRMSG = SPACES
               CALL "DBOWN01P" using by reference BOWN01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               if BOWN01O-DECLARED-DTE > SPACES
                   MOVE SPACES TO WS-DECLARATION
                   STRING "Declared " BOWN01O-DECLARED-DTE
                          "  re-certify by " BOWN01O-RECERT-DTE
                          "  officer " BOWN01O-OFFICER
                          DELIMITED BY SIZE INTO WS-DECLARATION
                   set tBoxDeclaration::Text to WS-DECLARATION
                   set tBoxOfficer::Text to BOWN01O-OFFICER
               end-if
               MOVE 1 TO Indx
               perform until Indx > BOWN01O-OWNER-COUNT
                   move BOWN01O-O-SEQ(Indx) to WS-NUM
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-NUM)
                   invoke listViewItem1::SubItems::Add(BOWN01O-O-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-O-DOB(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-O-COUNTRY(Indx))
                   move BOWN01O-O-PCT(Indx) to WS-PCT-DSP
                   invoke listViewItem1::SubItems::Add(WS-PCT-DSP)
                   evaluate BOWN01O-O-CONTROL(Indx)
                       when "S" move "Shareholding"  to WS-CONTROL-DSP
                       when "V" move "Voting rights" to WS-CONTROL-DSP
                       when "B" move "Board"         to WS-CONTROL-DSP
                       when "O" move "Other control" to WS-CONTROL-DSP
                       when other move BOWN01O-O-CONTROL(Indx) to WS-CONTROL-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-CONTROL-DSP)
                   if BOWN01O-O-VERIFIED(Indx) = "V"
                       move "Verified"   to WS-VERIFIED-DSP
                   else
                       move "Unverified" to WS-VERIFIED-DSP
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-VERIFIED-DSP)
                   if BOWN01O-O-SCREEN(Indx) = "H"
                       move "HELD"  to WS-SCREEN-DSP
                   else
                       move "Clear" to WS-SCREEN-DSP
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-SCREEN-DSP)
                   if BOWN01O-O-STATUS(Indx) = "A"
                       move "Active"  to WS-STATUS-DSP
                   else
                       move "Removed" to WS-STATUS-DSP
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   if BOWN01O-O-SCREEN(Indx) = "H" and BOWN01O-O-STATUS(Indx) = "A"
                       set listViewItem1::BackColor to
                           type System.Drawing.Color::MistyRose
                   end-if
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Record the ownership declaration, or re-certify it - the
      *= officer defaults to whoever records it.
       method-id ButtonDeclare_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("D")
       end method.

      *= Add the owner in the boxes - screened against the watchlist
      *= before it is registered.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("A")
       end method.

      *= Change the picked owner - screened again.
       method-id ButtonUpdate_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("U")
       end method.

      *= Remove the picked owner from the register.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("R")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO BOWN01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DBOWN01P" using by reference BOWN01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Beneficial Ownership"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Declarations due for re-certification within the month or
      *= already overdue - the officer's own when one is entered.
       method-id ButtonQueue_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET BOWN01I-QUEUE TO TRUE

           invoke listView2::Items::Clear()

           CALL "DBOWN01P" using by reference BOWN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > BOWN01O-DUE-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(BOWN01O-D-PID(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-D-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-D-OFFICER(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-D-DECLARED(Indx))
                   invoke listViewItem1::SubItems::Add(BOWN01O-D-RECERT(Indx))
                   invoke listView2::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Picking an owner copies its details to the boxes, ready to
      *= update or remove it.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               move BOWN01O-O-SEQ(Indx) to WS-NUM
               set tBoxSeq::Text to WS-NUM
               set tBoxName::Text to BOWN01O-O-NAME(Indx)
               set tBoxDob::Text to BOWN01O-O-DOB(Indx)
               set tBoxAddr1::Text to BOWN01O-O-ADDR1(Indx)
               set tBoxAddr2::Text to BOWN01O-O-ADDR2(Indx)
               set tBoxCountry::Text to BOWN01O-O-COUNTRY(Indx)
               set tBoxPostCode::Text to BOWN01O-O-POST-CODE(Indx)
               move BOWN01O-O-PCT(Indx) to WS-PCT-DSP
               set tBoxPct::Text to WS-PCT-DSP
               set tBoxControl::Text to BOWN01O-O-CONTROL(Indx)
               set tBoxVerified::Text to BOWN01O-O-VERIFIED(Indx)
           end-if
       end method.

      *= Picking a due declaration brings up that business.
       method-id listView2_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView2::SelectedItems::Count > 0
               set tBoxPid::Text to listView2::SelectedItems[0]::Text
               set tBoxSeq::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
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
           invoke helpPanel::Load("BANK118")
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
