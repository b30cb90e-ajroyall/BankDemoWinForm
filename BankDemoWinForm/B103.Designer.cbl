       class-id BankDemoWinForm.B103
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HSEQ type System.Windows.Forms.ColumnHeader.
       01 HTYP type System.Windows.Forms.ColumnHeader.
       01 HPAY type System.Windows.Forms.ColumnHeader.
       01 HAMT type System.Windows.Forms.ColumnHeader.
       01 HFRQ type System.Windows.Forms.ColumnHeader.
       01 HDUE type System.Windows.Forms.ColumnHeader.
       01 HPAI type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxLoanAcc type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxType type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxPayee type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxAmount type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxRouting type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxExtAcc type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxFreq type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxDueDate type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonMonthly type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonUpdate type System.Windows.Forms.Button.
       01 ButtonRetire type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set menuStrip1 to new System.Windows.Forms.MenuStrip
       set fileToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set exitToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set helpToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set moreInformationToolStripMenuIte to new System.Windows.Forms.ToolStripMenuItem
       set moreInformationToolStripMenuI0 to new System.Windows.Forms.ToolStripMenuItem
       set aboutToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set listView1 to new System.Windows.Forms.ListView
       set HSEQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HTYP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPAY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HAMT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HFRQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDUE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPAI to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxLoanAcc to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxType to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxPayee to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxAmount to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxRouting to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxExtAcc to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxFreq to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tBoxDueDate to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonMonthly to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonUpdate to new System.Windows.Forms.Button
       set ButtonRetire to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       invoke menuStrip1::SuspendLayout
       invoke statusStrip1::SuspendLayout
       invoke self::SuspendLayout
      *>
      *> menuStrip1
      *>
       set menuStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke menuStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(fileToolStripMenuItem helpToolStripMenuItem))
       set menuStrip1::Location to new System.Drawing.Point(0 0)
       set menuStrip1::Name to "menuStrip1"
       set menuStrip1::Size to new System.Drawing.Size(1000 28)
       set menuStrip1::TabIndex to 0
       set menuStrip1::Text to "menuStrip1"
      *>
      *> fileToolStripMenuItem
      *>
       invoke fileToolStripMenuItem::DropDownItems::AddRange(table of type System.Windows.Forms.ToolStripItem(exitToolStripMenuItem))
       set fileToolStripMenuItem::Name to "fileToolStripMenuItem"
       set fileToolStripMenuItem::Size to new System.Drawing.Size(46 24)
       set fileToolStripMenuItem::Text to "File"
      *>
      *> exitToolStripMenuItem
      *>
       set exitToolStripMenuItem::Name to "exitToolStripMenuItem"
       set exitToolStripMenuItem::Size to new System.Drawing.Size(116 26)
       set exitToolStripMenuItem::Text to "Exit"
       invoke exitToolStripMenuItem::add_Click(new System.EventHandler(self::exitToolStripMenuItem_Click))
      *>
      *> helpToolStripMenuItem
      *>
       invoke helpToolStripMenuItem::DropDownItems::AddRange(table of type System.Windows.Forms.ToolStripItem(moreInformationToolStripMenuIte moreInformationToolStripMenuI0 aboutToolStripMenuItem))
       set helpToolStripMenuItem::Name to "helpToolStripMenuItem"
       set helpToolStripMenuItem::Size to new System.Drawing.Size(55 24)
       set helpToolStripMenuItem::Text to "Help"
      *>
      *> moreInformationToolStripMenuIte
      *>
       set moreInformationToolStripMenuIte::Name to "moreInformationToolStripMenuIte"
       set moreInformationToolStripMenuIte::Size to new System.Drawing.Size(209 26)
       set moreInformationToolStripMenuIte::Text to "Help"
       invoke moreInformationToolStripMenuIte::add_Click(new System.EventHandler(self::moreInformationToolStripMenuIte_Click))
      *>
      *> moreInformationToolStripMenuI0
      *>
       set moreInformationToolStripMenuI0::Name to "moreInformationToolStripMenuI0"
       set moreInformationToolStripMenuI0::Size to new System.Drawing.Size(209 26)
       set moreInformationToolStripMenuI0::Text to "More Information"
       invoke moreInformationToolStripMenuI0::add_Click(new System.EventHandler(self::moreInformationToolStripMenuI0_Click))
      *>
      *> aboutToolStripMenuItem
      *>
       set aboutToolStripMenuItem::Name to "aboutToolStripMenuItem"
       set aboutToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set aboutToolStripMenuItem::Text to "About"
       invoke aboutToolStripMenuItem::add_Click(new System.EventHandler(self::aboutToolStripMenuItem_Click))
      *>
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(17 45)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(70 16)
       set label1::TabIndex to 1
       set label1::Text to "Loan A/C"
      *>
      *> tBoxLoanAcc
      *>
       set tBoxLoanAcc::Location to new System.Drawing.Point(90 42)
       set tBoxLoanAcc::MaxLength to 9
       set tBoxLoanAcc::Name to "tBoxLoanAcc"
       set tBoxLoanAcc::Size to new System.Drawing.Size(95 22)
       set tBoxLoanAcc::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(200 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(35 16)
       set label2::TabIndex to 3
       set label2::Text to "Seq"
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(240 42)
       set tBoxSeq::MaxLength to 3
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(40 22)
       set tBoxSeq::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(295 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(75 16)
       set label3::TabIndex to 5
       set label3::Text to "Type (T/I)"
      *>
      *> tBoxType
      *>
       set tBoxType::Location to new System.Drawing.Point(375 42)
       set tBoxType::MaxLength to 1
       set tBoxType::Name to "tBoxType"
       set tBoxType::Size to new System.Drawing.Size(30 22)
       set tBoxType::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(420 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(45 16)
       set label4::TabIndex to 7
       set label4::Text to "Payee"
      *>
      *> tBoxPayee
      *>
       set tBoxPayee::Location to new System.Drawing.Point(470 42)
       set tBoxPayee::MaxLength to 30
       set tBoxPayee::Name to "tBoxPayee"
       set tBoxPayee::Size to new System.Drawing.Size(230 22)
       set tBoxPayee::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(715 45)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(55 16)
       set label5::TabIndex to 9
       set label5::Text to "Amount"
      *>
      *> tBoxAmount
      *>
       set tBoxAmount::Location to new System.Drawing.Point(775 42)
       set tBoxAmount::MaxLength to 10
       set tBoxAmount::Name to "tBoxAmount"
       set tBoxAmount::Size to new System.Drawing.Size(90 22)
       set tBoxAmount::TabIndex to 10
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(17 77)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(60 16)
       set label6::TabIndex to 11
       set label6::Text to "Routing"
      *>
      *> tBoxRouting
      *>
       set tBoxRouting::Location to new System.Drawing.Point(90 74)
       set tBoxRouting::MaxLength to 9
       set tBoxRouting::Name to "tBoxRouting"
       set tBoxRouting::Size to new System.Drawing.Size(95 22)
       set tBoxRouting::TabIndex to 12
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(200 77)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(70 16)
       set label7::TabIndex to 13
       set label7::Text to "Payee A/C"
      *>
      *> tBoxExtAcc
      *>
       set tBoxExtAcc::Location to new System.Drawing.Point(275 74)
       set tBoxExtAcc::MaxLength to 17
       set tBoxExtAcc::Name to "tBoxExtAcc"
       set tBoxExtAcc::Size to new System.Drawing.Size(150 22)
       set tBoxExtAcc::TabIndex to 14
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(440 77)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(105 16)
       set label8::TabIndex to 15
       set label8::Text to "Every (months)"
      *>
      *> tBoxFreq
      *>
       set tBoxFreq::Location to new System.Drawing.Point(550 74)
       set tBoxFreq::MaxLength to 2
       set tBoxFreq::Name to "tBoxFreq"
       set tBoxFreq::Size to new System.Drawing.Size(40 22)
       set tBoxFreq::TabIndex to 16
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(605 77)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(120 16)
       set label9::TabIndex to 17
       set label9::Text to "Next due (Y-M-D)"
      *>
      *> tBoxDueDate
      *>
       set tBoxDueDate::Location to new System.Drawing.Point(730 74)
       set tBoxDueDate::MaxLength to 10
       set tBoxDueDate::Name to "tBoxDueDate"
       set tBoxDueDate::Size to new System.Drawing.Size(95 22)
       set tBoxDueDate::TabIndex to 18
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 110)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 19
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonMonthly
      *>
       set ButtonMonthly::Location to new System.Drawing.Point(120 110)
       set ButtonMonthly::Name to "ButtonMonthly"
       set ButtonMonthly::Size to new System.Drawing.Size(120 32)
       set ButtonMonthly::TabIndex to 20
       set ButtonMonthly::Text to "SET MONTHLY"
       set ButtonMonthly::UseVisualStyleBackColor to True
       invoke ButtonMonthly::add_Click(new System.EventHandler(self::ButtonMonthly_Click))
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(253 110)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(90 32)
       set ButtonAdd::TabIndex to 21
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonUpdate
      *>
       set ButtonUpdate::Location to new System.Drawing.Point(356 110)
       set ButtonUpdate::Name to "ButtonUpdate"
       set ButtonUpdate::Size to new System.Drawing.Size(90 32)
       set ButtonUpdate::TabIndex to 22
       set ButtonUpdate::Text to "UPDATE"
       set ButtonUpdate::UseVisualStyleBackColor to True
       invoke ButtonUpdate::add_Click(new System.EventHandler(self::ButtonUpdate_Click))
      *>
      *> ButtonRetire
      *>
       set ButtonRetire::Location to new System.Drawing.Point(459 110)
       set ButtonRetire::Name to "ButtonRetire"
       set ButtonRetire::Size to new System.Drawing.Size(90 32)
       set ButtonRetire::TabIndex to 23
       set ButtonRetire::Text to "RETIRE"
       set ButtonRetire::UseVisualStyleBackColor to True
       invoke ButtonRetire::add_Click(new System.EventHandler(self::ButtonRetire_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HSEQ HTYP HPAY HAMT HFRQ HDUE HPAI))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 157)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(963 268)
       set listView1::TabIndex to 24
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HSEQ
      *>
       set HSEQ::Text to "Seq"
       set HSEQ::Width to 45
      *>
      *> HTYP
      *>
       set HTYP::Text to "Type"
       set HTYP::Width to 45
      *>
      *> HPAY
      *>
       set HPAY::Text to "Payee"
       set HPAY::Width to 280
      *>
      *> HAMT
      *>
       set HAMT::Text to "Amount"
       set HAMT::Width to 100
      *>
      *> HFRQ
      *>
       set HFRQ::Text to "Every"
       set HFRQ::Width to 60
      *>
      *> HDUE
      *>
       set HDUE::Text to "Next Due"
       set HDUE::Width to 95
      *>
      *> HPAI
      *>
       set HPAI::Text to "Last Paid"
       set HPAI::Width to 95
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 25
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B103
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRetire)
       invoke self::Controls::Add(ButtonUpdate)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonMonthly)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxDueDate)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(tBoxFreq)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxExtAcc)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxRouting)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxAmount)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxPayee)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxType)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxLoanAcc)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B103"
       set self::Text to "opentext(tm) - Bank Demo - Mortgage Escrow"
       invoke self::add_Load(new System.EventHandler(self::B103_Load))
       invoke menuStrip1::ResumeLayout(False)
       invoke menuStrip1::PerformLayout
       invoke statusStrip1::ResumeLayout(False)
       invoke statusStrip1::PerformLayout
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.

      *> Clean up any resources being used.
       method-id Dispose override is protected.
       procedure division using by value disposing as condition-value.
           if disposing then
               if components not = null then
                   invoke components::Dispose()
               end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
