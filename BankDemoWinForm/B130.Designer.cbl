       class-id BankDemoWinForm.B130
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxType type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxDocNo type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxCountry type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonQueue type System.Windows.Forms.Button.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxIssued type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxExpires type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxMethod type System.Windows.Forms.TextBox.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonWithdraw type System.Windows.Forms.Button.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 cBoxAll type System.Windows.Forms.CheckBox.
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
       set tBoxPid to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxType to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxDocNo to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxCountry to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonQueue to new System.Windows.Forms.Button
       set label6 to new System.Windows.Forms.Label
       set tBoxIssued to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxExpires to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxMethod to new System.Windows.Forms.TextBox
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonWithdraw to new System.Windows.Forms.Button
       set label9 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set cBoxAll to new System.Windows.Forms.CheckBox
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
       set label1::Size to new System.Drawing.Size(90 17)
       set label1::TabIndex to 1
       set label1::Text to "Customer PID"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(110 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(55 22)
       set tBoxPid::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(175 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(30 17)
       set label2::TabIndex to 3
       set label2::Text to "Seq"
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(210 42)
       set tBoxSeq::MaxLength to 3
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(40 22)
       set tBoxSeq::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(260 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(40 17)
       set label3::TabIndex to 5
       set label3::Text to "Type"
      *>
      *> tBoxType
      *>
       set tBoxType::Location to new System.Drawing.Point(305 42)
       set tBoxType::MaxLength to 2
       set tBoxType::Name to "tBoxType"
       set tBoxType::Size to new System.Drawing.Size(30 22)
       set tBoxType::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(345 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(55 17)
       set label4::TabIndex to 7
       set label4::Text to "Doc no"
      *>
      *> tBoxDocNo
      *>
       set tBoxDocNo::Location to new System.Drawing.Point(405 42)
       set tBoxDocNo::MaxLength to 20
       set tBoxDocNo::Name to "tBoxDocNo"
       set tBoxDocNo::Size to new System.Drawing.Size(170 22)
       set tBoxDocNo::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(585 45)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 17)
       set label5::TabIndex to 9
       set label5::Text to "Country"
      *>
      *> tBoxCountry
      *>
       set tBoxCountry::Location to new System.Drawing.Point(650 42)
       set tBoxCountry::MaxLength to 3
       set tBoxCountry::Name to "tBoxCountry"
       set tBoxCountry::Size to new System.Drawing.Size(40 22)
       set tBoxCountry::TabIndex to 10
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(770 38)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 11
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonQueue
      *>
       set ButtonQueue::Location to new System.Drawing.Point(870 38)
       set ButtonQueue::Name to "ButtonQueue"
       set ButtonQueue::Size to new System.Drawing.Size(90 28)
       set ButtonQueue::TabIndex to 12
       set ButtonQueue::Text to "QUEUE"
       set ButtonQueue::UseVisualStyleBackColor to True
       invoke ButtonQueue::add_Click(new System.EventHandler(self::ButtonQueue_Click))
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(17 80)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(50 17)
       set label6::TabIndex to 13
       set label6::Text to "Issued"
      *>
      *> tBoxIssued
      *>
       set tBoxIssued::Location to new System.Drawing.Point(110 77)
       set tBoxIssued::MaxLength to 10
       set tBoxIssued::Name to "tBoxIssued"
       set tBoxIssued::Size to new System.Drawing.Size(95 22)
       set tBoxIssued::TabIndex to 14
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(215 80)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(60 17)
       set label7::TabIndex to 15
       set label7::Text to "Expires"
      *>
      *> tBoxExpires
      *>
       set tBoxExpires::Location to new System.Drawing.Point(280 77)
       set tBoxExpires::MaxLength to 10
       set tBoxExpires::Name to "tBoxExpires"
       set tBoxExpires::Size to new System.Drawing.Size(95 22)
       set tBoxExpires::TabIndex to 16
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(385 80)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(150 17)
       set label8::TabIndex to 17
       set label8::Text to "Method (O/C/E/V)"
      *>
      *> tBoxMethod
      *>
       set tBoxMethod::Location to new System.Drawing.Point(540 77)
       set tBoxMethod::MaxLength to 1
       set tBoxMethod::Name to "tBoxMethod"
       set tBoxMethod::Size to new System.Drawing.Size(20 22)
       set tBoxMethod::TabIndex to 18
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(770 73)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(90 28)
       set ButtonAdd::TabIndex to 19
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonWithdraw
      *>
       set ButtonWithdraw::Location to new System.Drawing.Point(870 73)
       set ButtonWithdraw::Name to "ButtonWithdraw"
       set ButtonWithdraw::Size to new System.Drawing.Size(90 28)
       set ButtonWithdraw::TabIndex to 20
       set ButtonWithdraw::Text to "WITHDRAW"
       set ButtonWithdraw::UseVisualStyleBackColor to True
       invoke ButtonWithdraw::add_Click(new System.EventHandler(self::ButtonWithdraw_Click))
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(17 115)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(85 17)
       set label9::TabIndex to 21
       set label9::Text to "Withdraw why"
      *>
      *> tBoxReason
      *>
       set tBoxReason::Location to new System.Drawing.Point(110 112)
       set tBoxReason::MaxLength to 40
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(400 22)
       set tBoxReason::TabIndex to 22
      *>
      *> cBoxAll
      *>
       set cBoxAll::AutoSize to True
       set cBoxAll::Location to new System.Drawing.Point(530 113)
       set cBoxAll::Name to "cBoxAll"
       set cBoxAll::Size to new System.Drawing.Size(170 20)
       set cBoxAll::TabIndex to 23
       set cBoxAll::Text to "Every branch's queue"
       set cBoxAll::UseVisualStyleBackColor to True
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8 columnHeader9 columnHeader10 columnHeader11 columnHeader12 columnHeader13 columnHeader14))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 420)
       set listView1::TabIndex to 24
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "PID"
       set columnHeader1::Width to 50
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "Name"
       set columnHeader2::Width to 150
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "Seq"
       set columnHeader3::Width to 40
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Type"
       set columnHeader4::Width to 40
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Doc no"
       set columnHeader5::Width to 150
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "Ctry"
       set columnHeader6::Width to 40
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Issued"
       set columnHeader7::Width to 85
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "Expires"
       set columnHeader8::Width to 85
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "Exp"
       set columnHeader9::Width to 35
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "Meth"
       set columnHeader10::Width to 40
      *>
      *> columnHeader11
      *>
       set columnHeader11::Text to "Verified by"
       set columnHeader11::Width to 75
      *>
      *> columnHeader12
      *>
       set columnHeader12::Text to "Verified"
       set columnHeader12::Width to 85
      *>
      *> columnHeader13
      *>
       set columnHeader13::Text to "Status"
       set columnHeader13::Width to 50
      *>
      *> columnHeader14
      *>
       set columnHeader14::Text to "Queued"
       set columnHeader14::Width to 85
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
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
      *> B130
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(cBoxAll)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(ButtonWithdraw)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(tBoxMethod)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxExpires)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxIssued)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(ButtonQueue)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxCountry)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxDocNo)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxType)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B130"
       set self::Text to "opentext(tm) - Bank Demo - Identity Documents"
       invoke self::add_Load(new System.EventHandler(self::B130_Load))
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
