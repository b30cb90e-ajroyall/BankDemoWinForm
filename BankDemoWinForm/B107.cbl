       class-id BankDemoWinForm.B107 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  PROF01-DATA.
           copy CPROF01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-COST-DSP         pic zz9.99.

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
               "Processing cost per posting - * in a pattern column matches anything"
       end method.

       method-id B107_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Refresh the grid - DPROF01P does the work, most specific
      *= pattern first (the order the month-end run tries them).
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO PROF01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET PROF01I-LIST TO TRUE
           MOVE currentUser TO PROF01I-USERID

           CALL "DPROF01P" using by reference PROF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > PROF01O-COST-COUNT
                   move PROF01O-C-COST(Indx) to WS-COST-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(PROF01O-C-TYPE(Indx))
                   invoke listViewItem1::SubItems::Add(PROF01O-C-CATEGORY(Indx))
                   invoke listViewItem1::SubItems::Add(WS-COST-DSP)
                   invoke listViewItem1::SubItems::Add(PROF01O-C-DESC(Indx))
                   invoke listViewItem1::SubItems::Add(PROF01O-C-UPDATED-BY(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Add a pattern, or change the cost of one already there.
       method-id ButtonSet_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO PROF01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET PROF01I-SET TO TRUE
           MOVE currentUser TO PROF01I-USERID
           MOVE tBoxType::Text TO PROF01I-TYPE
           MOVE tBoxCategory::Text TO PROF01I-CATEGORY
           MOVE tBoxDesc::Text TO PROF01I-DESC
           MOVE ZERO TO PROF01I-COST
           if tBoxCost::Text > SPACES
               compute PROF01I-COST =
                   type System.Decimal::Parse(tBoxCost::Text)
           end-if

           CALL "DPROF01P" using by reference PROF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::ButtonList_Click(sender, e)
           END-IF
       end method.

      *===================================================================================
      *= Remove the selected pattern.
       method-id ButtonDelete_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a cost in the list first"
               goback
           end-if

           MOVE SPACES TO PROF01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET PROF01I-DELETE TO TRUE
           MOVE currentUser TO PROF01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO PROF01I-TYPE
           MOVE listView1::SelectedItems[0]::SubItems[1]::Text
             TO PROF01I-CATEGORY

           CALL "DPROF01P" using by reference PROF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::ButtonList_Click(sender, e)
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
           invoke helpPanel::Load("BANK107")
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
