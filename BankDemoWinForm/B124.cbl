       class-id BankDemoWinForm.B124 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CRWRD01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(6)9.99.
       01  WS-PTS-DSP          pic -(8)9.
       01  WS-RATE-DSP         pic zz9.99.

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
               "Enter the card holder and LIST the points - REDEEM credits an account, a supervisor may SET RATE"
       end method.

       method-id B124_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO RWRD01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO RWRD01I-AMOUNT RWRD01I-POINTS RWRD01I-RATE
           MOVE currentUser TO RWRD01I-USERID
           MOVE tBoxPid::Text TO RWRD01I-PID
       end method.

      *===================================================================================
      *= The holder's points ledger, balance and the earn table.
       method-id ButtonList_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET RWRD01I-QUERY TO TRUE
           invoke self::CallRewards()
           IF BANK-ERRMSG > SPACES
               set tBoxName::Text to ""
               set tBoxBalance::Text to ""
               set tBoxValue::Text to ""
               set tBoxExpiry::Text to ""
           ELSE
               set tBoxName::Text to RWRD01O-NAME
               move RWRD01O-BALANCE to WS-PTS-DSP
               set tBoxBalance::Text to WS-PTS-DSP
               move RWRD01O-VALUE to WS-AMT-DSP
               set tBoxValue::Text to WS-AMT-DSP
               IF RWRD01O-NEXT-EXPIRY > SPACES
                   move RWRD01O-NEXT-EXP-PTS to WS-PTS-DSP
                   set tBoxExpiry::Text to
                       RWRD01O-NEXT-EXPIRY & WS-PTS-DSP & " pts"
               ELSE
                   set tBoxExpiry::Text to ""
               END-IF
           END-IF
       end method.

      *= Redeem points as a cash credit to one of the holder's accounts.
       method-id ButtonRedeem_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET RWRD01I-REDEEM TO TRUE
           MOVE tBoxAccno::Text TO RWRD01I-ACCNO
           if tBoxPoints::Text > SPACES
               compute RWRD01I-POINTS =
                   type System.Decimal::Parse(tBoxPoints::Text)
           end-if

           invoke self::CallRewards()

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Card Rewards"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxPoints::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *= Set the earn rate for a transaction category.
       method-id ButtonRate_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET RWRD01I-SET-RATE TO TRUE
           MOVE tBoxCategory::Text TO RWRD01I-CATEGORY
           if tBoxRate::Text > SPACES
               compute RWRD01I-RATE =
                   type System.Decimal::Parse(tBoxRate::Text)
           end-if

           invoke self::CallRewards()

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Card Rewards"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxCategory::Text to ""
               set tBoxRate::Text to ""
           END-IF
       end method.

      *===================================================================================
      *= Call DRWRD01P and show the ledger rows and earn table it returns.
       method-id CallRewards final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           CALL "DRWRD01P" using by reference RWRD01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               IF RWRD01I-QUERY
                   invoke listView1::Items::Clear()
                   MOVE 1 TO Indx
                   perform until Indx > RWRD01O-ENT-COUNT
                       set listViewItem1 to new
                           System.Windows.Forms.ListViewItem(RWRD01O-E-DATE(Indx))
                       evaluate RWRD01O-E-ENTRY(Indx)
                           when "E" invoke listViewItem1::SubItems::Add("Earned")
                           when "V" invoke listViewItem1::SubItems::Add("Reversed")
                           when "S" invoke listViewItem1::SubItems::Add("Restored")
                           when "R" invoke listViewItem1::SubItems::Add("Redeemed")
                           when "X" invoke listViewItem1::SubItems::Add("Expired")
                           when other invoke listViewItem1::SubItems::Add(RWRD01O-E-ENTRY(Indx))
                       end-evaluate
                       move RWRD01O-E-POINTS(Indx) to WS-PTS-DSP
                       invoke listViewItem1::SubItems::Add(WS-PTS-DSP)
                       move RWRD01O-E-OPEN(Indx) to WS-PTS-DSP
                       invoke listViewItem1::SubItems::Add(WS-PTS-DSP)
                       invoke listViewItem1::SubItems::Add(RWRD01O-E-ACCNO(Indx))
                       invoke listViewItem1::SubItems::Add(RWRD01O-E-REF(Indx))
                       move RWRD01O-E-AMOUNT(Indx) to WS-AMT-DSP
                       invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                       invoke listViewItem1::SubItems::Add(RWRD01O-E-EXPIRY(Indx))
                       invoke listView1::Items::Add(listViewItem1)
                       add 1 to Indx
                   end-perform
               END-IF
               IF RWRD01O-RATE-COUNT > 0
                   invoke listView2::Items::Clear()
                   MOVE 1 TO Indx
                   perform until Indx > RWRD01O-RATE-COUNT
                       set listViewItem1 to new
                           System.Windows.Forms.ListViewItem(RWRD01O-R-CATEGORY(Indx))
                       move RWRD01O-R-RATE(Indx) to WS-RATE-DSP
                       invoke listViewItem1::SubItems::Add(WS-RATE-DSP)
                       invoke listViewItem1::SubItems::Add(RWRD01O-R-UPDATED-BY(Indx))
                       invoke listView2::Items::Add(listViewItem1)
                       add 1 to Indx
                   end-perform
               END-IF
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
           invoke helpPanel::Load("BANK124")
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
