       class-id BankDemoWinForm.B108 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  POOL01-DATA.
           copy CPOOL01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-BAL-DSP          pic -(6)9.99.
       01  WS-POOL-BAL-DSP     pic -(8)9.99.
       01  WS-ALLOC-DSP        pic -(6)9.99.
       01  WS-POSTED-DSP       pic -(6)9.99.
       01  WS-RATE-DSP         pic z9.999.
       01  WS-POOL-LINE        pic x(120).
       01  WS-CHANGE-MSG       pic x(65).

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
               "Rule: P pro rata to credit balances, H all to the header account, E equal shares"
       end method.

       method-id B108_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Show the pool - DPOOL01P does the work, each participant with
      *= its balance now and its part in the pool's last nightly run.
       method-id ButtonQuery_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           set labelPool::Text to " "
           MOVE SPACES TO POOL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET POOL01I-QUERY TO TRUE
           MOVE currentUser TO POOL01I-USERID
           MOVE tBoxHeader::Text TO POOL01I-HEADER-ACC

           CALL "DPOOL01P" using by reference POOL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxName::Text to POOL01O-NAME
               set tBoxRule::Text to POOL01O-RULE
               move POOL01O-NET-POSITION to WS-POOL-BAL-DSP
               move POOL01O-POOL-INT to WS-ALLOC-DSP
               move POOL01O-RATE to WS-RATE-DSP
               move spaces to WS-POOL-LINE
               string "Currency " POOL01O-CURRENCY
                      "   Status " POOL01O-STATUS
                      "   Last run " POOL01O-LAST-RUN
                      "   Net position " WS-POOL-BAL-DSP
                      "   Rate " WS-RATE-DSP
                      "   Interest " WS-ALLOC-DSP
                      delimited by size into WS-POOL-LINE
               set labelPool::Text to WS-POOL-LINE

               MOVE 1 TO Indx
               perform until Indx > POOL01O-MEMBER-COUNT
                   move POOL01O-M-BALANCE(Indx) to WS-BAL-DSP
                   move POOL01O-M-POOL-BAL(Indx) to WS-POOL-BAL-DSP
                   move POOL01O-M-ALLOC(Indx) to WS-ALLOC-DSP
                   move POOL01O-M-POSTED(Indx) to WS-POSTED-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(POOL01O-M-ACCNO(Indx))
                   invoke listViewItem1::SubItems::Add(POOL01O-M-CURRENCY(Indx))
                   invoke listViewItem1::SubItems::Add(POOL01O-M-STATUS(Indx))
                   invoke listViewItem1::SubItems::Add(WS-BAL-DSP)
                   invoke listViewItem1::SubItems::Add(WS-POOL-BAL-DSP)
                   invoke listViewItem1::SubItems::Add(WS-ALLOC-DSP)
                   invoke listViewItem1::SubItems::Add(WS-POSTED-DSP)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Set the pool up on the header account, or change its name
      *= and allocation rule.
       method-id ButtonSave_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO POOL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET POOL01I-SAVE TO TRUE
           MOVE currentUser TO POOL01I-USERID
           MOVE tBoxHeader::Text TO POOL01I-HEADER-ACC
           MOVE tBoxName::Text TO POOL01I-NAME
           MOVE tBoxRule::Text TO POOL01I-RULE

           invoke self::CallPool(sender, e)
       end method.

      *===================================================================================
      *= Add the account entered to the pool.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO POOL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET POOL01I-ADD TO TRUE
           MOVE currentUser TO POOL01I-USERID
           MOVE tBoxHeader::Text TO POOL01I-HEADER-ACC
           MOVE tBoxAccno::Text TO POOL01I-ACCNO

           invoke self::CallPool(sender, e)
       end method.

      *===================================================================================
      *= Take the account entered - or the one selected - out of the pool.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO POOL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET POOL01I-REMOVE TO TRUE
           MOVE currentUser TO POOL01I-USERID
           MOVE tBoxHeader::Text TO POOL01I-HEADER-ACC
           MOVE tBoxAccno::Text TO POOL01I-ACCNO
           if POOL01I-ACCNO = SPACES
              and listView1::SelectedItems::Count > 0
               MOVE listView1::SelectedItems[0]::Text TO POOL01I-ACCNO
           end-if

           invoke self::CallPool(sender, e)
       end method.

      *===================================================================================
      *= Close the pool - every participant goes back to earning its
      *= own interest from tonight.
       method-id ButtonClose_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           If type System.Windows.Forms.MessageBox::Show(
                   "Close this cash pool and release all its accounts?",
                   "Confirm Close Pool",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO POOL01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET POOL01I-CLOSE TO TRUE
           MOVE currentUser TO POOL01I-USERID
           MOVE tBoxHeader::Text TO POOL01I-HEADER-ACC

           invoke self::CallPool(sender, e)
       end method.

      *===================================================================================
      *= Every change goes the same way - call DPOOL01P, and on success
      *= show the pool again with the change in place.
       method-id CallPool final private.
       procedure division using by value sender as object e as type System.EventArgs.
           CALL "DPOOL01P" using by reference POOL01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE GOOD-ERRMSG TO WS-CHANGE-MSG
               invoke self::ButtonQuery_Click(sender, e)
               set toolStripStatusLabel1::Text to WS-CHANGE-MSG
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
           invoke helpPanel::Load("BANK108")
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
