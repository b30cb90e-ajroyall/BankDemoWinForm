       class-id BankDemoWinForm.B121 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  SODR01-DATA.
           copy CSODR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-SEQ-DSP          pic 9(5).
       01  WS-KIND-DSP         pic x(20).

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
               "LIST shows open findings (YYYY-MM, or blank for all) - pick one, add a note and ATTEST"
       end method.

       method-id B121_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO SODR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO SODR01I-USERID
           MOVE tBoxMonth::Text TO SODR01I-MONTH
           if cBoxAll::Checked
               SET SODR01I-ALL TO TRUE
           end-if
           MOVE ZERO TO SODR01I-SEQ
           if tBoxSeq::Text not = ""
               MOVE tBoxSeq::Text TO SODR01I-SEQ
           end-if
           MOVE tBoxNote::Text TO SODR01I-NOTE
       end method.

      *===================================================================================
      *= The findings for the month - open ones unless attested are asked for too.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET SODR01I-LIST TO TRUE

           invoke listView1::Items::Clear()

           CALL "DSODR01P" using by reference SODR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > SODR01O-FIND-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(SODR01O-F-MONTH(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-SEQ(Indx))
                   evaluate SODR01O-F-KIND(Indx)
                       when "SELF" move "Own item"       to WS-KIND-DSP
                       when "LINK" move "Linked items"   to WS-KIND-DSP
                       when "PAIR" move "Reciprocal"     to WS-KIND-DSP
                       when "FAST" move "Fast sign-off"  to WS-KIND-DSP
                       when "ROLE" move "Role conflict"  to WS-KIND-DSP
                       when other move SODR01O-F-KIND(Indx) to WS-KIND-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-KIND-DSP)
                   invoke listViewItem1::SubItems::Add(SODR01O-F-USER1(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-USER2(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-GATE(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-ITEM(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-DETAIL(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-ATTEST-BY(Indx))
                   invoke listViewItem1::SubItems::Add(SODR01O-F-ATTEST-DTE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *= Close the finding with the officer's note - never one about the officer.
       method-id ButtonAttest_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET SODR01I-ATTEST TO TRUE

           CALL "DSODR01P" using by reference SODR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Segregation of Duties"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxSeq::Text to ""
               set tBoxNote::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a finding copies it to the boxes, ready to attest.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxMonth::Text to SODR01O-F-MONTH(Indx)
               MOVE SODR01O-F-SEQ(Indx) TO WS-SEQ-DSP
               set tBoxSeq::Text to WS-SEQ-DSP
               set tBoxNote::Text to SODR01O-F-NOTE(Indx)
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
           invoke helpPanel::Load("BANK121")
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
