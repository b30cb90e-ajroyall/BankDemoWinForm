       class-id BankDemoWinForm.B119 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  CPTY01-DATA.
           copy CCPTY01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-GROUP            pic 9(5).
       01  WS-LINK-DSP         pic x(16).
       01  WS-AMT-DSP          pic zzz,zzz,zz9.99.
       01  WS-PCT-DSP          pic zz9.99.
       01  WS-CNT-DSP          pic zz9.
       01  WS-LINE             pic x(80).

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
               "Enter a group or a member customer and LIST - EXPOSURE totals it against the limit"
       end method.

       method-id B119_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO CPTY01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO CPTY01I-USERID
           MOVE tBoxName::Text TO CPTY01I-GROUP-NAME
           MOVE tBoxPid::Text TO CPTY01I-PID
           MOVE tBoxLink::Text TO CPTY01I-LINK
           MOVE tBoxReason::Text TO CPTY01I-REASON
           MOVE ZERO TO CPTY01I-GROUP-ID CPTY01I-NEW-AMOUNT
           if tBoxGroup::Text > SPACES
               try
                   set WS-GROUP to type Int32::Parse(tBoxGroup::Text)
                   MOVE WS-GROUP TO CPTY01I-GROUP-ID
               catch
                   move "Group must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= The group's members - by its number, or through any member.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET CPTY01I-LIST TO TRUE

           invoke listView1::Items::Clear()
           set richTextBox1::Text to ""

           if BANK-ERRMSG = SPACES
               CALL "DCPTY01P" using by reference CPTY01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               move CPTY01O-GROUP-ID to WS-GROUP
               set tBoxGroup::Text to WS-GROUP
               set tBoxName::Text to CPTY01O-GROUP-NAME
               MOVE 1 TO Indx
               perform until Indx > CPTY01O-MEMBER-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(CPTY01O-M-PID(Indx))
                   invoke listViewItem1::SubItems::Add(CPTY01O-M-NAME(Indx))
                   evaluate CPTY01O-M-LINK(Indx)
                       when "F" move "Family"          to WS-LINK-DSP
                       when "O" move "Common owner"    to WS-LINK-DSP
                       when "G" move "Guarantor"       to WS-LINK-DSP
                       when "X" move "Other"           to WS-LINK-DSP
                       when other move CPTY01O-M-LINK(Indx) to WS-LINK-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-LINK-DSP)
                   invoke listViewItem1::SubItems::Add(CPTY01O-M-REASON(Indx))
                   invoke listViewItem1::SubItems::Add(CPTY01O-M-ADDED-BY(Indx))
                   invoke listViewItem1::SubItems::Add(CPTY01O-M-ADDED-DTE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Open a new group under the name in the box - its number is
      *= handed back, ready to add the members.
       method-id ButtonNew_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET CPTY01I-NEW-GROUP TO TRUE

           if BANK-ERRMSG = SPACES
               CALL "DCPTY01P" using by reference CPTY01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               move CPTY01O-GROUP-ID to WS-GROUP
               set tBoxGroup::Text to WS-GROUP
               invoke listView1::Items::Clear()
               set richTextBox1::Text to ""
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke type MessageBox::Show(GOOD-ERRMSG "Connected Parties"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
           END-IF
       end method.

      *= Add the customer in the box to the group, saying how they
      *= are connected and why.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("A")
       end method.

      *= Take the customer in the box out of the group.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("R")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO CPTY01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DCPTY01P" using by reference CPTY01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Connected Parties"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxPid::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= The exposure to the group - or to the customer alone when
      *= they are in none - part by part, against the limit.
       method-id ButtonExposure_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET CPTY01I-EXPOSURE TO TRUE

           set richTextBox1::Text to ""

           if BANK-ERRMSG = SPACES
               CALL "DCPTY01P" using by reference CPTY01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE SPACES TO WS-LINE
               if CPTY01O-GROUP-ID > ZERO
                   move CPTY01O-GROUP-ID to WS-GROUP
                   move CPTY01O-MEMBER-COUNT to WS-CNT-DSP
                   STRING "Group " WS-GROUP "  " CPTY01O-GROUP-NAME
                          "  members " WS-CNT-DSP
                          DELIMITED BY SIZE INTO WS-LINE
               else
                   STRING "Customer " CPTY01I-PID " - in no group"
                          DELIMITED BY SIZE INTO WS-LINE
               end-if
               invoke richTextBox1::AppendText(WS-LINE)
               invoke richTextBox1::AppendText(x"0A")
               move CPTY01O-LOANS to WS-AMT-DSP
               invoke self::ShowAmount("Loans outstanding      ")
               move CPTY01O-DRAWN to WS-AMT-DSP
               invoke self::ShowAmount("Drawn overdraft/lines  ")
               move CPTY01O-UNDRAWN to WS-AMT-DSP
               invoke self::ShowAmount("Undrawn commitments    ")
               move CPTY01O-PENDING to WS-AMT-DSP
               invoke self::ShowAmount("Pending originations   ")
               move CPTY01O-COLLATERAL to WS-AMT-DSP
               invoke self::ShowAmount("Less coll. & guarantees")
               move CPTY01O-NET to WS-AMT-DSP
               invoke self::ShowAmount("Net exposure           ")
               move CPTY01O-LIMIT to WS-AMT-DSP
               invoke self::ShowAmount("Large-exposure limit   ")
               MOVE SPACES TO WS-LINE
               move CPTY01O-PCT-CAPITAL to WS-PCT-DSP
               STRING "Share of capital       " "  " WS-PCT-DSP "%"
                      DELIMITED BY SIZE INTO WS-LINE
               invoke richTextBox1::AppendText(WS-LINE)
               set richTextBox1::SelectionStart to 0
               invoke richTextBox1::ScrollToCaret()
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

       method-id ShowAmount final private.
       linkage section.
       01  inCaption    pic x(24).
       procedure division using by value inCaption.
           MOVE SPACES TO WS-LINE
           STRING inCaption " " WS-AMT-DSP
                  DELIMITED BY SIZE INTO WS-LINE
           invoke richTextBox1::AppendText(WS-LINE)
           invoke richTextBox1::AppendText(x"0A")
       end method.

      *===================================================================================
      *= Picking a member copies them to the boxes, ready to remove.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set Indx to listView1::SelectedIndices[0]
               add 1 to Indx
               set tBoxPid::Text to CPTY01O-M-PID(Indx)
               set tBoxLink::Text to CPTY01O-M-LINK(Indx)
               set tBoxReason::Text to CPTY01O-M-REASON(Indx)
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
           invoke helpPanel::Load("BANK119")
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
