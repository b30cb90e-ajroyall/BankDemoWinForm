       class-id BankDemoWinForm.B126 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CGUAR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-COVER-DSP        pic x(12).
       01  WS-AMOUNT-DSP       pic -(6)9.99.
       01  WS-PCT-DSP          pic zz9.99.
       01  WS-CALL-DSP         pic -(6)9.99.
       01  WS-RECOV-DSP        pic -(6)9.99.
       01  WS-STATUS-DESC      pic x(9).
       01  WS-SEQ-DSP          pic zz9.

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

       method-id B126_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Refresh the grid with the register - DGUAR01P does the work.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO GUAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET GUAR01I-LIST TO TRUE
           MOVE currentUser TO GUAR01I-USERID
           MOVE tBoxLoanAcc::Text TO GUAR01I-LOAN-ACC
           MOVE tBoxPid::Text TO GUAR01I-PID

           CALL "DGUAR01P" using by reference GUAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > GUAR01O-ITEM-COUNT
                   if GUAR01O-AMOUNT(Indx) > ZERO
                       move GUAR01O-AMOUNT(Indx) to WS-AMOUNT-DSP
                       move WS-AMOUNT-DSP to WS-COVER-DSP
                   else
                       move GUAR01O-PCT(Indx) to WS-PCT-DSP
                       move SPACES to WS-COVER-DSP
                       string WS-PCT-DSP " PCT" delimited by size
                         into WS-COVER-DSP
                   end-if
                   evaluate GUAR01O-STATUS(Indx)
                       when "A" move "ACTIVE   " to WS-STATUS-DESC
                       when "C" move "CALLED   " to WS-STATUS-DESC
                       when "P" move "CALL PAID" to WS-STATUS-DESC
                       when other move GUAR01O-STATUS(Indx)
                           to WS-STATUS-DESC
                   end-evaluate
                   move GUAR01O-SEQ(Indx)       to WS-SEQ-DSP
                   move GUAR01O-CALL-AMT(Indx)  to WS-CALL-DSP
                   move GUAR01O-RECOVERED(Indx) to WS-RECOV-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(GUAR01O-LOAN-ACC(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(GUAR01O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(GUAR01O-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(WS-COVER-DSP)
                   invoke listViewItem1::SubItems::Add(GUAR01O-SIGNED-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(GUAR01O-EXPIRY(Indx))
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   invoke listViewItem1::SubItems::Add(GUAR01O-NOTIFIED-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-CALL-DSP)
                   invoke listViewItem1::SubItems::Add(WS-RECOV-DSP)
                   invoke listViewItem1::SubItems::Add(GUAR01O-UPDATED-BY(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO GUAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO GUAR01I-SEQ GUAR01I-AMOUNT GUAR01I-PCT
           MOVE currentUser TO GUAR01I-USERID
           MOVE tBoxLoanAcc::Text TO GUAR01I-LOAN-ACC
           MOVE tBoxPid::Text TO GUAR01I-PID
           MOVE tBoxName::Text TO GUAR01I-NAME
           MOVE tBoxEmail::Text TO GUAR01I-EMAIL
           MOVE tBoxSigned::Text TO GUAR01I-SIGNED-DATE
           MOVE tBoxExpiry::Text TO GUAR01I-EXPIRY
           if tBoxSeq::Text > SPACES
               compute GUAR01I-SEQ =
                   type System.Decimal::Parse(tBoxSeq::Text)
           end-if
           if tBoxAmount::Text > SPACES
               compute GUAR01I-AMOUNT =
                   type System.Decimal::Parse(tBoxAmount::Text)
           end-if
           if tBoxPct::Text > SPACES
               compute GUAR01I-PCT =
                   type System.Decimal::Parse(tBoxPct::Text)
           end-if
       end method.

      *= Register a guarantor against the loan.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET GUAR01I-ADD TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Release the guarantor named by loan + sequence.
       method-id ButtonRelease_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET GUAR01I-RELEASE TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DGUAR01P for a change and refresh the list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DGUAR01P" using by reference GUAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke type MessageBox::Show(GOOD-ERRMSG "Loan Guarantors"
                   type MessageBoxButtons::OK type MessageBoxIcon::Information)
               set tBoxPid::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its loan and sequence to the boxes.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxLoanAcc::Text to listView1::SelectedItems[0]::Text
               set tBoxSeq::Text to listView1::SelectedItems[0]::SubItems[1]::Text
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
           invoke helpPanel::Load("BANK126")
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
