       class-id BankDemoWinForm.B128
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxBranch type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxRef type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonApprove type System.Windows.Forms.Button.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxC100 type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxC50 type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxC20 type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxC10 type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxC5 type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxCoin type System.Windows.Forms.TextBox.
       01 ButtonReject type System.Windows.Forms.Button.
       01 ButtonReceipt type System.Windows.Forms.Button.
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
       01 columnHeader13 type System.Windows.Forms.ColumnHeader.
       01 columnHeader14 type System.Windows.Forms.ColumnHeader.
       01 columnHeader15 type System.Windows.Forms.ColumnHeader.
       01 columnHeader16 type System.Windows.Forms.ColumnHeader.
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
       set tBoxBranch to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxRef to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonApprove to new System.Windows.Forms.Button
       set label3 to new System.Windows.Forms.Label
       set tBoxC100 to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxC50 to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxC20 to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxC10 to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxC5 to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxCoin to new System.Windows.Forms.TextBox
       set ButtonReject to new System.Windows.Forms.Button
       set ButtonReceipt to new System.Windows.Forms.Button
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
       set columnHeader13 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader14 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader15 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader16 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Size to new System.Drawing.Size(50 17)
       set label1::TabIndex to 1
       set label1::Text to "Branch"
      *>
      *> tBoxBranch
      *>
       set tBoxBranch::Location to new System.Drawing.Point(70 42)
       set tBoxBranch::MaxLength to 3
       set tBoxBranch::Name to "tBoxBranch"
       set tBoxBranch::Size to new System.Drawing.Size(40 22)
       set tBoxBranch::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(125 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(70 17)
       set label2::TabIndex to 3
       set label2::Text to "Order ref"
      *>
      *> tBoxRef
      *>
       set tBoxRef::Location to new System.Drawing.Point(200 42)
       set tBoxRef::MaxLength to 12
       set tBoxRef::Name to "tBoxRef"
       set tBoxRef::Size to new System.Drawing.Size(110 22)
       set tBoxRef::TabIndex to 4
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(770 38)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 5
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonApprove
      *>
       set ButtonApprove::Location to new System.Drawing.Point(870 38)
       set ButtonApprove::Name to "ButtonApprove"
       set ButtonApprove::Size to new System.Drawing.Size(90 28)
       set ButtonApprove::TabIndex to 6
       set ButtonApprove::Text to "APPROVE"
       set ButtonApprove::UseVisualStyleBackColor to True
       invoke ButtonApprove::add_Click(new System.EventHandler(self::ButtonApprove_Click))
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(40 17)
       set label3::TabIndex to 7
       set label3::Text to "100s"
      *>
      *> tBoxC100
      *>
       set tBoxC100::Location to new System.Drawing.Point(62 77)
       set tBoxC100::MaxLength to 5
       set tBoxC100::Name to "tBoxC100"
       set tBoxC100::Size to new System.Drawing.Size(60 22)
       set tBoxC100::TabIndex to 8
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(137 80)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(40 17)
       set label4::TabIndex to 9
       set label4::Text to "50s"
      *>
      *> tBoxC50
      *>
       set tBoxC50::Location to new System.Drawing.Point(182 77)
       set tBoxC50::MaxLength to 5
       set tBoxC50::Name to "tBoxC50"
       set tBoxC50::Size to new System.Drawing.Size(60 22)
       set tBoxC50::TabIndex to 10
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(257 80)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(40 17)
       set label5::TabIndex to 11
       set label5::Text to "20s"
      *>
      *> tBoxC20
      *>
       set tBoxC20::Location to new System.Drawing.Point(302 77)
       set tBoxC20::MaxLength to 5
       set tBoxC20::Name to "tBoxC20"
       set tBoxC20::Size to new System.Drawing.Size(60 22)
       set tBoxC20::TabIndex to 12
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(377 80)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(40 17)
       set label6::TabIndex to 13
       set label6::Text to "10s"
      *>
      *> tBoxC10
      *>
       set tBoxC10::Location to new System.Drawing.Point(422 77)
       set tBoxC10::MaxLength to 5
       set tBoxC10::Name to "tBoxC10"
       set tBoxC10::Size to new System.Drawing.Size(60 22)
       set tBoxC10::TabIndex to 14
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(497 80)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(40 17)
       set label7::TabIndex to 15
       set label7::Text to "5s"
      *>
      *> tBoxC5
      *>
       set tBoxC5::Location to new System.Drawing.Point(542 77)
       set tBoxC5::MaxLength to 5
       set tBoxC5::Name to "tBoxC5"
       set tBoxC5::Size to new System.Drawing.Size(60 22)
       set tBoxC5::TabIndex to 16
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(617 80)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(40 17)
       set label8::TabIndex to 17
       set label8::Text to "Coin"
      *>
      *> tBoxCoin
      *>
       set tBoxCoin::Location to new System.Drawing.Point(662 77)
       set tBoxCoin::MaxLength to 8
       set tBoxCoin::Name to "tBoxCoin"
       set tBoxCoin::Size to new System.Drawing.Size(75 22)
       set tBoxCoin::TabIndex to 18
      *>
      *> ButtonReject
      *>
       set ButtonReject::Location to new System.Drawing.Point(770 73)
       set ButtonReject::Name to "ButtonReject"
       set ButtonReject::Size to new System.Drawing.Size(90 28)
       set ButtonReject::TabIndex to 19
       set ButtonReject::Text to "REJECT"
       set ButtonReject::UseVisualStyleBackColor to True
       invoke ButtonReject::add_Click(new System.EventHandler(self::ButtonReject_Click))
      *>
      *> ButtonReceipt
      *>
       set ButtonReceipt::Location to new System.Drawing.Point(870 73)
       set ButtonReceipt::Name to "ButtonReceipt"
       set ButtonReceipt::Size to new System.Drawing.Size(90 28)
       set ButtonReceipt::TabIndex to 20
       set ButtonReceipt::Text to "RECEIPT"
       set ButtonReceipt::UseVisualStyleBackColor to True
       invoke ButtonReceipt::add_Click(new System.EventHandler(self::ButtonReceipt_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8 columnHeader9 columnHeader10 columnHeader11 columnHeader12 columnHeader13 columnHeader14 columnHeader15 columnHeader16))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 115)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 455)
       set listView1::TabIndex to 21
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "Ref"
       set columnHeader1::Width to 100
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "Br"
       set columnHeader2::Width to 35
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "Type"
       set columnHeader3::Width to 55
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Status"
       set columnHeader4::Width to 75
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Proposed"
       set columnHeader5::Width to 85
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "Delivery"
       set columnHeader6::Width to 85
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Amount"
       set columnHeader7::Width to 85
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "100s"
       set columnHeader8::Width to 50
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "50s"
       set columnHeader9::Width to 50
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "20s"
       set columnHeader10::Width to 50
      *>
      *> columnHeader11
      *>
       set columnHeader11::Text to "10s"
       set columnHeader11::Width to 50
      *>
      *> columnHeader12
      *>
       set columnHeader12::Text to "5s"
       set columnHeader12::Width to 50
      *>
      *> columnHeader13
      *>
       set columnHeader13::Text to "Coin"
       set columnHeader13::Width to 65
      *>
      *> columnHeader14
      *>
       set columnHeader14::Text to "Approved by"
       set columnHeader14::Width to 80
      *>
      *> columnHeader15
      *>
       set columnHeader15::Text to "Counted"
       set columnHeader15::Width to 85
      *>
      *> columnHeader16
      *>
       set columnHeader16::Text to "Discrep"
       set columnHeader16::Width to 60
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 22
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B128
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonReceipt)
       invoke self::Controls::Add(ButtonReject)
       invoke self::Controls::Add(tBoxCoin)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxC5)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxC10)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxC20)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxC50)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxC100)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(ButtonApprove)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxRef)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxBranch)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B128"
       set self::Text to "opentext(tm) - Bank Demo - Branch Cash Orders"
       invoke self::add_Load(new System.EventHandler(self::B128_Load))
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
