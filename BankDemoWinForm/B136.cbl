       class-id BankDemoWinForm.B136 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  SDBX01-DATA.
           copy CSDBX01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT              pic S9(7)V99.
       01  WS-AMT-DSP          pic z(6)9.99.
       01  WS-NUM              pic 9(8).
       01  WS-SEQ              pic 9(3).
       01  WS-STATUS-DSP       pic x(14).
       01  WS-AGR-MSG          pic x(120).
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
               "Key a branch for its boxes, or an agreement (or branch and box) to show it"
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO SDBX01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO SDBX01I-USERID
           MOVE tBoxBranch::Text TO SDBX01I-BRANCH
           MOVE tBoxBox::Text TO SDBX01I-BOX-NO
           MOVE tBoxSize::Text TO SDBX01I-SIZE
           MOVE tBoxStatusTo::Text TO SDBX01I-BOX-STATUS-TO
           MOVE tBoxPid::Text TO SDBX01I-PID
           MOVE tBoxName::Text TO SDBX01I-NAME
           MOVE tBoxRole::Text TO SDBX01I-ROLE
           MOVE tBoxKey::Text TO SDBX01I-KEY-NO
           MOVE tBoxAcc::Text TO SDBX01I-ACCNO
           MOVE tBoxSig::Text TO SDBX01I-SIG-VERIFIED
           MOVE tBoxWitness::Text TO SDBX01I-WITNESS
           MOVE tBoxSeal::Text TO SDBX01I-SEAL-NO
           MOVE tBoxNotes::Text TO SDBX01I-NOTES
           MOVE ZERO TO SDBX01I-AGREEMENT SDBX01I-SEQ SDBX01I-CASH
           if tBoxAgreement::Text > SPACES
               try
                   set WS-NUM to type Int32::Parse(tBoxAgreement::Text)
                   MOVE WS-NUM TO SDBX01I-AGREEMENT
               catch
                   move "Agreement must be numeric" to BANK-ERRMSG
               end-try
           end-if
           if tBoxSeq::Text > SPACES
               try
                   set WS-SEQ to type Int32::Parse(tBoxSeq::Text)
                   MOVE WS-SEQ TO SDBX01I-SEQ
               catch
                   move "Holder number must be numeric" to BANK-ERRMSG
               end-try
           end-if
           if tBoxCash::Text > SPACES
               try
                   set WS-AMT to type Decimal::Parse(tBoxCash::Text)
                   MOVE WS-AMT TO SDBX01I-CASH
               catch
                   move "Cash found must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= A branch's boxes in number order, with the agreement each is
      *= rented under and when its rent is next due.
       method-id ButtonInventory_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET SDBX01I-INVENTORY TO TRUE

           invoke listView1::Items::Clear()

           if BANK-ERRMSG = SPACES
               CALL "DSDBX01P" using by reference SDBX01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > SDBX01O-BOX-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(SDBX01O-B-BOX-NO(Indx))
                   invoke listViewItem1::SubItems::Add(SDBX01O-B-SIZE(Indx))
                   evaluate SDBX01O-B-STATUS(Indx)
                       when "A" move "Available"      to WS-STATUS-DSP
                       when "R" move "Rented"         to WS-STATUS-DSP
                       when "D" move "Drilled"        to WS-STATUS-DSP
                       when "O" move "Out of service" to WS-STATUS-DSP
                       when other move SDBX01O-B-STATUS(Indx) to WS-STATUS-DSP
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   if SDBX01O-B-AGREEMENT(Indx) = ZERO
                       invoke listViewItem1::SubItems::Add(" ")
                   else
                       move SDBX01O-B-AGREEMENT(Indx) to WS-NUM
                       invoke listViewItem1::SubItems::Add(WS-NUM)
                   end-if
                   invoke listViewItem1::SubItems::Add(SDBX01O-B-ACCNO(Indx))
                   move SDBX01O-B-AGR-STATUS(Indx) to WS-STATUS-DSP
                   invoke self::AgreementStatusText()
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(SDBX01O-B-NEXT-DUE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *= Spell out an agreement status held in WS-STATUS-DSP.
       method-id AgreementStatusText final private.
       procedure division.
           evaluate WS-STATUS-DSP
               when "A" move "Active"          to WS-STATUS-DSP
               when "U" move "Rent unpaid"     to WS-STATUS-DSP
               when "S" move "To be drilled"   to WS-STATUS-DSP
               when "D" move "Drilled"         to WS-STATUS-DSP
               when "C" move "Closed"          to WS-STATUS-DSP
               when other continue
           end-evaluate
       end method.

      *===================================================================================
      *= One agreement - its rent position and drilling above, its
      *= holders and latest visits in the lower list.
       method-id ButtonShow_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET SDBX01I-LIST TO TRUE

           invoke listView2::Items::Clear()
           set labelAgreement::Text to ""

           if BANK-ERRMSG = SPACES
               CALL "DSDBX01P" using by reference SDBX01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               move SDBX01O-AGREEMENT to WS-NUM
               set tBoxAgreement::Text to WS-NUM
               set tBoxBranch::Text to SDBX01O-AGR-BRANCH
               set tBoxBox::Text to SDBX01O-AGR-BOX-NO
               move SDBX01O-AGR-STATUS to WS-STATUS-DSP
               invoke self::AgreementStatusText()
               move SDBX01O-LAST-RENT to WS-AMT-DSP
               MOVE SPACES TO WS-AGR-MSG
               string WS-STATUS-DSP delimited by "  "
                      " - size " delimited by size
                      SDBX01O-AGR-SIZE delimited by size
                      ", rent from " delimited by size
                      SDBX01O-AGR-ACCNO delimited by size
                      ", paid to " delimited by size
                      SDBX01O-PAID-TO-DTE delimited by size
                      ", next due " delimited by size
                      SDBX01O-NEXT-DUE-DTE delimited by size
                      ", last rent " delimited by size
                      WS-AMT-DSP delimited by size
                 into WS-AGR-MSG
               set labelAgreement::Text to WS-AGR-MSG
               if SDBX01O-DRILL-STATUS > SPACES
                   move SDBX01O-ARREARS to WS-AMT-DSP
                   MOVE SPACES TO WS-AGR-MSG
                   evaluate SDBX01O-DRILL-STATUS
                       when "S"
                           string "Drilling scheduled " delimited by size
                                  SDBX01O-DRILL-SCHED-DTE delimited by size
                                  " for arrears of " delimited by size
                                  WS-AMT-DSP delimited by size
                             into WS-AGR-MSG
                       when "P"
                           move "Drilling cancelled - rent paid" to WS-AGR-MSG
                       when other
                           string "Drilled " delimited by size
                                  SDBX01O-DRILLED-DTE delimited by size
                                  ", seal " delimited by size
                                  SDBX01O-SEAL-NO delimited by space
                                  ", arrears " delimited by size
                                  WS-AMT-DSP delimited by size
                                  ", contents " delimited by size
                                  SDBX01O-DRILL-STATUS delimited by size
                             into WS-AGR-MSG
                   end-evaluate
                   set labelDrill::Text to WS-AGR-MSG
                   set tBoxNotes::Text to SDBX01O-INVENTORY
               else
                   set labelDrill::Text to ""
               end-if
               MOVE 1 TO Indx
               perform until Indx > SDBX01O-HOLDER-COUNT
                   move SDBX01O-H-SEQ(Indx) to WS-SEQ
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem("HOLDER")
                   invoke listViewItem1::SubItems::Add(WS-SEQ)
                   invoke listViewItem1::SubItems::Add(SDBX01O-H-NAME(Indx))
                   if SDBX01O-H-ROLE(Indx) = "R"
                       invoke listViewItem1::SubItems::Add("Renter")
                   else
                       invoke listViewItem1::SubItems::Add("Accessor")
                   end-if
                   invoke listViewItem1::SubItems::Add(SDBX01O-H-KEY-NO(Indx))
                   if SDBX01O-H-STATUS(Indx) = "A"
                       invoke listViewItem1::SubItems::Add("Live")
                   else
                       invoke listViewItem1::SubItems::Add("Removed")
                   end-if
                   invoke listViewItem1::SubItems::Add(SDBX01O-H-PID(Indx))
                   invoke listView2::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               MOVE 1 TO Indx
               perform until Indx > SDBX01O-VISIT-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem("VISIT")
                   invoke listViewItem1::SubItems::Add(SDBX01O-V-TS(Indx)(1:16))
                   invoke listViewItem1::SubItems::Add(SDBX01O-V-NAME(Indx))
                   if SDBX01O-V-RESULT(Indx) = "G"
                       invoke listViewItem1::SubItems::Add("Granted")
                   else
                       invoke listViewItem1::SubItems::Add("Refused")
                   end-if
                   invoke listViewItem1::SubItems::Add(SDBX01O-V-KEY-NO(Indx))
                   invoke listViewItem1::SubItems::Add(SDBX01O-V-REASON(Indx))
                   invoke listViewItem1::SubItems::Add(SDBX01O-V-BY(Indx))
                   invoke listView2::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= A new box in the vault, or one out of service and back -
      *= supervisor or admin only.
       method-id ButtonAddBox_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("B")
       end method.

       method-id ButtonService_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("S")
       end method.

      *= Rent an available box - renter, rent account and key.
       method-id ButtonOpen_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("N")
       end method.

      *= Add a renter or accessor, or take one off by number.
       method-id ButtonAddHolder_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("H")
       end method.

       method-id ButtonRemoveHolder_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("X")
       end method.

      *= Log a visit - who came, the key they brought and whether the
      *= signature matched the card.
       method-id ButtonVisit_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("V")
       end method.

      *= The renter gives the box up, keys handed back.
       method-id ButtonClose_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("C")
       end method.

      *= A scheduled drilling done - witness, seal, cash and inventory;
      *= or the held contents handed to a renter.
       method-id ButtonDrill_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("D")
       end method.

       method-id ButtonRelease_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunAction("R")
       end method.

       method-id RunAction final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO SDBX01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DSDBX01P" using by reference SDBX01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               if SDBX01O-REJECTED
                   invoke type MessageBox::Show(GOOD-ERRMSG "ACCESS REFUSED"
                       type MessageBoxButtons::OK type MessageBoxIcon::Stop)
               end-if
               if SDBX01O-AGREEMENT NOT = ZERO
                   move SDBX01O-AGREEMENT to WS-NUM
                   set tBoxAgreement::Text to WS-NUM
               end-if
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               set tBoxKey::Text to ""
               set tBoxSig::Text to ""
               set tBoxSeq::Text to ""
               invoke self::RefreshLists()
           END-IF
       end method.

      *= After an action both lists show the box and agreement just
      *= handled.
       method-id RefreshLists final private.
       procedure division.
           MOVE GOOD-ERRMSG TO WS-CHANGE-MSG
           invoke self::ButtonInventory_Click(self, new System.EventArgs())
           if tBoxAgreement::Text > SPACES
               invoke self::ButtonShow_Click(self, new System.EventArgs())
           end-if
           set toolStripStatusLabel1::Text to WS-CHANGE-MSG
       end method.

      *===================================================================================
      *= Picking a box copies it (and its agreement) to the boxes; picking
      *= a holder copies their number, id and key for a removal or visit.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxBox::Text to listView1::SelectedItems[0]::Text
               set tBoxSize::Text to listView1::SelectedItems[0]::SubItems[1]::Text
               set tBoxAgreement::Text to listView1::SelectedItems[0]::SubItems[3]::Text::Trim()
           end-if
       end method.

       method-id listView2_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView2::SelectedItems::Count > 0
               if listView2::SelectedItems[0]::Text = "HOLDER"
                   set tBoxSeq::Text to listView2::SelectedItems[0]::SubItems[1]::Text
                   set tBoxName::Text to listView2::SelectedItems[0]::SubItems[2]::Text::Trim()
                   set tBoxPid::Text to listView2::SelectedItems[0]::SubItems[6]::Text::Trim()
               end-if
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
           invoke helpPanel::Load("BANK136")
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
