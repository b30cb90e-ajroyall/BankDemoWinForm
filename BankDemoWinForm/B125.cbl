       class-id BankDemoWinForm.B125 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CGLPF01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(10)9.99.
       01  WS-ACCT-DSP         pic 9(5).
       01  WS-AGE-DSP          pic z(4)9.
       01  WS-CNT-DSP          pic z(3)9.
       01  WS-STATE            pic x(10).

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
           invoke self::ButtonList_Click(self, new System.EventArgs())
       end method.

       method-id B125_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO GLPF01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO GLPF01I-GL-ACCOUNT
           MOVE currentUser TO GLPF01I-USERID
           if tBoxAccount::Text > SPACES
               compute GLPF01I-GL-ACCOUNT =
                   type System.Decimal::Parse(tBoxAccount::Text)
           end-if
           MOVE tBoxNote::Text TO GLPF01I-NOTE
       end method.

      *===================================================================================
      *= The open and explained differences from the daily GL proof.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO GLPF01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO GLPF01I-USERID
           SET GLPF01I-LIST TO TRUE

           CALL "DGLPF01P" using by reference GLPF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxOpen::Text to ""
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               move GLPF01O-OPEN-COUNT to WS-CNT-DSP
               set tBoxOpen::Text to WS-CNT-DSP
               MOVE 1 TO Indx
               perform until Indx > GLPF01O-DIF-COUNT
                   move GLPF01O-GL-ACCOUNT(Indx) to WS-ACCT-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-ACCT-DSP)
                   invoke listViewItem1::SubItems::Add(GLPF01O-FIRST-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(GLPF01O-LAST-DATE(Indx))
                   move GLPF01O-AGE-DAYS(Indx) to WS-AGE-DSP
                   invoke listViewItem1::SubItems::Add(WS-AGE-DSP)
                   move GLPF01O-SUBLEDGER(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   move GLPF01O-GL-BALANCE(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   move GLPF01O-DIFFERENCE(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   IF GLPF01O-STATUS(Indx) = "E"
                       MOVE "EXPLAINED" TO WS-STATE
                   ELSE
                       MOVE "OPEN" TO WS-STATE
                   END-IF
                   invoke listViewItem1::SubItems::Add(WS-STATE)
                   invoke listViewItem1::SubItems::Add(GLPF01O-NOTE(Indx))
                   invoke listViewItem1::SubItems::Add(GLPF01O-UPDATED-BY(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *= Record the disposition note - the difference becomes explained.
       method-id ButtonExplain_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET GLPF01I-EXPLAIN TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Put an explained difference back to unexplained.
       method-id ButtonReopen_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET GLPF01I-REOPEN TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DGLPF01P for a change and refresh the list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DGLPF01P" using by reference GLPF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "GL Proof"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxNote::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
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
           invoke helpPanel::Load("BANK125")
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
