       class-id BankDemoWinForm.B128 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
           copy CVLT02.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(6)9.99.
       01  WS-RCV-DSP          pic -(6)9.99.
       01  WS-CNT-DSP          pic -(4)9.
       01  WS-COIN-DSP         pic -(4)9.99.
       01  WS-VAR-DSP          pic -(6)9.99.
       01  WS-TYPE-DESC        pic x(6).
       01  WS-STATUS-DESC      pic x(9).
       01  resultLine          string.

       method-id NEW.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           invoke self::InitializeComponent()
           invoke self::Load(inUser)
           goback.
       end method.

      *===================================================================================
      *= Opens on every branch's orders, newest first.
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           invoke self::ButtonList_Click(self, new System.EventArgs())
       end method.

       method-id B128_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
      *= Counts left blank go across as zero.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO VLT02-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO VLT02I-C100 VLT02I-C50 VLT02I-C20
                        VLT02I-C10 VLT02I-C5 VLT02I-COIN
           MOVE currentUser TO VLT02I-USERID
           MOVE tBoxBranch::Text TO VLT02I-BRANCH
           MOVE tBoxRef::Text TO VLT02I-REF
           if tBoxC100::Text > SPACES
               compute VLT02I-C100 =
                   type System.Decimal::Parse(tBoxC100::Text)
           end-if
           if tBoxC50::Text > SPACES
               compute VLT02I-C50 =
                   type System.Decimal::Parse(tBoxC50::Text)
           end-if
           if tBoxC20::Text > SPACES
               compute VLT02I-C20 =
                   type System.Decimal::Parse(tBoxC20::Text)
           end-if
           if tBoxC10::Text > SPACES
               compute VLT02I-C10 =
                   type System.Decimal::Parse(tBoxC10::Text)
           end-if
           if tBoxC5::Text > SPACES
               compute VLT02I-C5 =
                   type System.Decimal::Parse(tBoxC5::Text)
           end-if
           if tBoxCoin::Text > SPACES
               compute VLT02I-COIN =
                   type System.Decimal::Parse(tBoxCoin::Text)
           end-if
       end method.

      *===================================================================================
      *= The orders for the branch keyed - every branch when blank.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VLT02I-LIST TO TRUE
           invoke listView1::Items::Clear()

           CALL "DVLT02P" using by reference VLT02-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > VLT02O-ORDER-COUNT
                   evaluate VLT02O-TYPE(Indx)
                       when "R"   move "RETURN" to WS-TYPE-DESC
                       when other move "ORDER " to WS-TYPE-DESC
                   end-evaluate
                   evaluate VLT02O-STATUS(Indx)
                       when "P"   move "PROPOSED " to WS-STATUS-DESC
                       when "A"   move "APPROVED " to WS-STATUS-DESC
                       when "S"   move "SENT     " to WS-STATUS-DESC
                       when "C"   move "CONFIRMED" to WS-STATUS-DESC
                       when "X"   move "REJECTED " to WS-STATUS-DESC
                       when other move VLT02O-STATUS(Indx)
                                    to WS-STATUS-DESC
                   end-evaluate
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(VLT02O-REF(Indx))
                   invoke listViewItem1::SubItems::Add(VLT02O-BRANCH(Indx))
                   invoke listViewItem1::SubItems::Add(WS-TYPE-DESC)
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   invoke listViewItem1::SubItems::Add(VLT02O-PROPOSED-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(VLT02O-DELIVERY-DTE(Indx))
                   move VLT02O-AMOUNT(Indx) to WS-AMT-DSP
                   invoke listViewItem1::SubItems::Add(WS-AMT-DSP)
                   move VLT02O-C100(Indx) to WS-CNT-DSP
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   move VLT02O-C50(Indx) to WS-CNT-DSP
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   move VLT02O-C20(Indx) to WS-CNT-DSP
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   move VLT02O-C10(Indx) to WS-CNT-DSP
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   move VLT02O-C5(Indx) to WS-CNT-DSP
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   move VLT02O-COIN(Indx) to WS-COIN-DSP
                   invoke listViewItem1::SubItems::Add(WS-COIN-DSP)
                   invoke listViewItem1::SubItems::Add(VLT02O-APPROVED-BY(Indx))
                   if VLT02O-STATUS(Indx) = "C"
                       move VLT02O-RCV-AMOUNT(Indx) to WS-RCV-DSP
                       invoke listViewItem1::SubItems::Add(WS-RCV-DSP)
                   else
                       invoke listViewItem1::SubItems::Add(" ")
                   end-if
                   invoke listViewItem1::SubItems::Add(VLT02O-DISCREP-SW(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Approve the proposal - counts keyed replace the vendor mix.
       method-id ButtonApprove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VLT02I-APPROVE TO TRUE
           invoke self::CallUpdate()
       end method.

      *= Turn the proposal down - tonight's forecast proposes again.
       method-id ButtonReject_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VLT02I-REJECT TO TRUE
           invoke self::CallUpdate()
       end method.

      *= The shipment has arrived (or the return has gone) - the boxes
      *= carry what was counted.
       method-id ButtonReceipt_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET VLT02I-RECEIPT TO TRUE
           invoke self::CallUpdate()
       end method.

      *===================================================================================
      *= Call DVLT02P for a change and refresh the list.
       method-id CallUpdate final private.
       procedure division.
           CALL "DVLT02P" using by reference VLT02-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               if VLT02I-RECEIPT AND VLT02O-DISCREPANCY NOT = ZERO
                   move VLT02O-DISCREPANCY to WS-VAR-DSP
                   string GOOD-ERRMSG delimited by "  "
                          " - counted less ordered " delimited by size
                          WS-VAR-DSP delimited by size
                     into resultLine
                   invoke type MessageBox::Show(resultLine "Branch Cash Orders"
                       type MessageBoxButtons::OK type MessageBoxIcon::Warning)
               else
                   invoke type MessageBox::Show(GOOD-ERRMSG "Branch Cash Orders"
                       type MessageBoxButtons::OK type MessageBoxIcon::Information)
               end-if
               set tBoxC100::Text to ""
               set tBoxC50::Text to ""
               set tBoxC20::Text to ""
               set tBoxC10::Text to ""
               set tBoxC5::Text to ""
               set tBoxCoin::Text to ""
               invoke self::ButtonList_Click(self, new System.EventArgs())
           END-IF
       end method.

      *===================================================================================
      *= Picking a row copies its reference, branch and ordered counts
      *= to the boxes - overtype the counts with what was counted.
       method-id listView1_SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count > 0
               set tBoxRef::Text to listView1::SelectedItems[0]::Text
               set tBoxBranch::Text to listView1::SelectedItems[0]::SubItems[1]::Text
               set tBoxC100::Text to listView1::SelectedItems[0]::SubItems[7]::Text
               set tBoxC50::Text to listView1::SelectedItems[0]::SubItems[8]::Text
               set tBoxC20::Text to listView1::SelectedItems[0]::SubItems[9]::Text
               set tBoxC10::Text to listView1::SelectedItems[0]::SubItems[10]::Text
               set tBoxC5::Text to listView1::SelectedItems[0]::SubItems[11]::Text
               set tBoxCoin::Text to listView1::SelectedItems[0]::SubItems[12]::Text
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
           invoke helpPanel::Load("BANK128")
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
