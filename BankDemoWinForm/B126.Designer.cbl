       class-id BankDemoWinForm.B126
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxLoanAcc type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxEmail type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxAmount type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxPct type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxSigned type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxExpiry type System.Windows.Forms.TextBox.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonRelease type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 columnHeader1 type System.Windows.Forms.ColumnHeader.
       01 columnHeader2 type System.Windows.Forms.ColumnHeader.
       01 columnHeader3 type System.Windows.Forms.ColumnHeader.
       01 columnHeader4 type System.Windows.Forms.ColumnHeader.
       01 columnHeader5 type System.Windows.Forms.ColumnHeader.
       01 columnHeader6 type System.Windows.Forms.ColumnHeader.
       01 columnHeader7 type System.Windows.Forms.ColumnHeader.
       01 columnHeader8 type System.Windows.Forms.ColumnHeader.
       01 columnHeader9 type System.Windows.Forms.ColumnHeader.
       01 columnHeader10 type System.Windows.Forms.ColumnHeader.
       01 columnHeader11 type System.Windows.Forms.ColumnHeader.
       01 columnHeader12 type System.Windows.Forms.ColumnHeader.
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
       set label1 to new System.Windows.Forms.Label
       set tBoxLoanAcc to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set label5 to new System.Windows.Forms.Label
       set tBoxEmail to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxAmount to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxPct to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxSigned to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tBoxExpiry to new System.Windows.Forms.TextBox
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonRelease to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set columnHeader1 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader2 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader3 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader4 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader5 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader6 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader7 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader8 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader9 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader10 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader11 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader12 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(17 45)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(60 17)
       set label1::TabIndex to 1
       set label1::Text to "Loan a/c"
      *>
      *> tBoxLoanAcc
      *>
       set tBoxLoanAcc::Location to new System.Drawing.Point(90 42)
       set tBoxLoanAcc::MaxLength to 9
       set tBoxLoanAcc::Name to "tBoxLoanAcc"
       set tBoxLoanAcc::Size to new System.Drawing.Size(90 22)
       set tBoxLoanAcc::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(195 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(30 17)
       set label2::TabIndex to 3
       set label2::Text to "Seq"
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(235 42)
       set tBoxSeq::MaxLength to 3
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(40 22)
       set tBoxSeq::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(290 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(95 17)
       set label3::TabIndex to 5
       set label3::Text to "Guarantor PID"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(395 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(470 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(45 17)
       set label4::TabIndex to 7
       set label4::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(520 42)
       set tBoxName::MaxLength to 30
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(220 22)
       set tBoxName::TabIndex to 8
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(770 38)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 9
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(17 80)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(50 17)
       set label5::TabIndex to 10
       set label5::Text to "E-mail"
      *>
      *> tBoxEmail
      *>
       set tBoxEmail::Location to new System.Drawing.Point(90 77)
       set tBoxEmail::MaxLength to 30
       set tBoxEmail::Name to "tBoxEmail"
       set tBoxEmail::Size to new System.Drawing.Size(220 22)
       set tBoxEmail::TabIndex to 11
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(325 80)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(55 17)
       set label6::TabIndex to 12
       set label6::Text to "Amount"
      *>
      *> tBoxAmount
      *>
       set tBoxAmount::Location to new System.Drawing.Point(390 77)
       set tBoxAmount::MaxLength to 10
       set tBoxAmount::Name to "tBoxAmount"
       set tBoxAmount::Size to new System.Drawing.Size(90 22)
       set tBoxAmount::TabIndex to 13
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(495 80)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(30 17)
       set label7::TabIndex to 14
       set label7::Text to "Pct"
      *>
      *> tBoxPct
      *>
       set tBoxPct::Location to new System.Drawing.Point(530 77)
       set tBoxPct::MaxLength to 6
       set tBoxPct::Name to "tBoxPct"
       set tBoxPct::Size to new System.Drawing.Size(50 22)
       set tBoxPct::TabIndex to 15
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(17 115)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(50 17)
       set label8::TabIndex to 16
       set label8::Text to "Signed"
      *>
      *> tBoxSigned
      *>
       set tBoxSigned::Location to new System.Drawing.Point(90 112)
       set tBoxSigned::MaxLength to 10
       set tBoxSigned::Name to "tBoxSigned"
       set tBoxSigned::Size to new System.Drawing.Size(95 22)
       set tBoxSigned::TabIndex to 17
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(200 115)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(50 17)
       set label9::TabIndex to 18
       set label9::Text to "Expiry"
      *>
      *> tBoxExpiry
      *>
       set tBoxExpiry::Location to new System.Drawing.Point(260 112)
       set tBoxExpiry::MaxLength to 10
       set tBoxExpiry::Name to "tBoxExpiry"
       set tBoxExpiry::Size to new System.Drawing.Size(95 22)
       set tBoxExpiry::TabIndex to 19
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(770 73)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(90 28)
       set ButtonAdd::TabIndex to 20
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonRelease
      *>
       set ButtonRelease::Location to new System.Drawing.Point(870 73)
       set ButtonRelease::Name to "ButtonRelease"
       set ButtonRelease::Size to new System.Drawing.Size(90 28)
       set ButtonRelease::TabIndex to 21
       set ButtonRelease::Text to "RELEASE"
       set ButtonRelease::UseVisualStyleBackColor to True
       invoke ButtonRelease::add_Click(new System.EventHandler(self::ButtonRelease_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8 columnHeader9 columnHeader10 columnHeader11 columnHeader12))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 420)
       set listView1::TabIndex to 22
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "Loan a/c"
       set columnHeader1::Width to 80
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "Seq"
       set columnHeader2::Width to 40
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "PID"
       set columnHeader3::Width to 50
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Name"
       set columnHeader4::Width to 170
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Cover"
       set columnHeader5::Width to 90
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "Signed"
       set columnHeader6::Width to 85
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Expiry"
       set columnHeader7::Width to 85
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "Status"
       set columnHeader8::Width to 75
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "Notified"
       set columnHeader9::Width to 85
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "Called"
       set columnHeader10::Width to 85
      *>
      *> columnHeader11
      *>
       set columnHeader11::Text to "Recovered"
       set columnHeader11::Width to 85
      *>
      *> columnHeader12
      *>
       set columnHeader12::Text to "By"
       set columnHeader12::Width to 50
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 23
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B126
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRelease)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(tBoxExpiry)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(tBoxSigned)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxPct)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxAmount)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxEmail)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxLoanAcc)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B126"
       set self::Text to "opentext(tm) - Bank Demo - Loan Guarantors"
       invoke self::add_Load(new System.EventHandler(self::B126_Load))
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
