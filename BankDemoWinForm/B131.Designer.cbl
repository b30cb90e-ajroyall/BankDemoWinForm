       class-id BankDemoWinForm.B131
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
       01 tBoxAppNo type System.Windows.Forms.TextBox.
       01 cBoxAll type System.Windows.Forms.CheckBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonNotices type System.Windows.Forms.Button.
       01 ButtonHistory type System.Windows.Forms.Button.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxNote type System.Windows.Forms.TextBox.
       01 ButtonDecline type System.Windows.Forms.Button.
       01 ButtonWithdraw type System.Windows.Forms.Button.
       01 ButtonPosted type System.Windows.Forms.Button.
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
       01 columnHeader17 type System.Windows.Forms.ColumnHeader.
       01 listView2 type System.Windows.Forms.ListView.
       01 columnHeader18 type System.Windows.Forms.ColumnHeader.
       01 columnHeader19 type System.Windows.Forms.ColumnHeader.
       01 columnHeader20 type System.Windows.Forms.ColumnHeader.
       01 columnHeader21 type System.Windows.Forms.ColumnHeader.
       01 columnHeader22 type System.Windows.Forms.ColumnHeader.
       01 columnHeader23 type System.Windows.Forms.ColumnHeader.
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
       set tBoxAppNo to new System.Windows.Forms.TextBox
       set cBoxAll to new System.Windows.Forms.CheckBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonNotices to new System.Windows.Forms.Button
       set ButtonHistory to new System.Windows.Forms.Button
       set label3 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set tBoxNote to new System.Windows.Forms.TextBox
       set ButtonDecline to new System.Windows.Forms.Button
       set ButtonWithdraw to new System.Windows.Forms.Button
       set ButtonPosted to new System.Windows.Forms.Button
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
       set columnHeader17 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set listView2 to new System.Windows.Forms.ListView
       set columnHeader18 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader19 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader20 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader21 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader22 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader23 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label2::Size to new System.Drawing.Size(80 17)
       set label2::TabIndex to 3
       set label2::Text to "Application"
      *>
      *> tBoxAppNo
      *>
       set tBoxAppNo::Location to new System.Drawing.Point(260 42)
       set tBoxAppNo::MaxLength to 9
       set tBoxAppNo::Name to "tBoxAppNo"
       set tBoxAppNo::Size to new System.Drawing.Size(90 22)
       set tBoxAppNo::TabIndex to 4
      *>
      *> cBoxAll
      *>
       set cBoxAll::AutoSize to True
       set cBoxAll::Location to new System.Drawing.Point(370 43)
       set cBoxAll::Name to "cBoxAll"
       set cBoxAll::Size to new System.Drawing.Size(190 20)
       set cBoxAll::TabIndex to 5
       set cBoxAll::Text to "Every branch's pipeline"
       set cBoxAll::UseVisualStyleBackColor to True
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(670 38)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 6
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonNotices
      *>
       set ButtonNotices::Location to new System.Drawing.Point(770 38)
       set ButtonNotices::Name to "ButtonNotices"
       set ButtonNotices::Size to new System.Drawing.Size(90 28)
       set ButtonNotices::TabIndex to 7
       set ButtonNotices::Text to "NOTICES"
       set ButtonNotices::UseVisualStyleBackColor to True
       invoke ButtonNotices::add_Click(new System.EventHandler(self::ButtonNotices_Click))
      *>
      *> ButtonHistory
      *>
       set ButtonHistory::Location to new System.Drawing.Point(870 38)
       set ButtonHistory::Name to "ButtonHistory"
       set ButtonHistory::Size to new System.Drawing.Size(90 28)
       set ButtonHistory::TabIndex to 8
       set ButtonHistory::Text to "HISTORY"
       set ButtonHistory::UseVisualStyleBackColor to True
       invoke ButtonHistory::add_Click(new System.EventHandler(self::ButtonHistory_Click))
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(90 17)
       set label3::TabIndex to 9
       set label3::Text to "Decline code"
      *>
      *> tBoxReason
      *>
       set tBoxReason::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxReason::Location to new System.Drawing.Point(110 77)
       set tBoxReason::MaxLength to 2
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(30 22)
       set tBoxReason::TabIndex to 10
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(150 80)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(200 17)
       set label4::TabIndex to 11
       set label4::Text to "(DS CO BR IN ID EM EX IC OT)"
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(17 115)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(40 17)
       set label5::TabIndex to 12
       set label5::Text to "Note"
      *>
      *> tBoxNote
      *>
       set tBoxNote::Location to new System.Drawing.Point(110 112)
       set tBoxNote::MaxLength to 40
       set tBoxNote::Name to "tBoxNote"
       set tBoxNote::Size to new System.Drawing.Size(400 22)
       set tBoxNote::TabIndex to 13
      *>
      *> ButtonDecline
      *>
       set ButtonDecline::Location to new System.Drawing.Point(670 108)
       set ButtonDecline::Name to "ButtonDecline"
       set ButtonDecline::Size to new System.Drawing.Size(90 28)
       set ButtonDecline::TabIndex to 14
       set ButtonDecline::Text to "DECLINE"
       set ButtonDecline::UseVisualStyleBackColor to True
       invoke ButtonDecline::add_Click(new System.EventHandler(self::ButtonDecline_Click))
      *>
      *> ButtonWithdraw
      *>
       set ButtonWithdraw::Location to new System.Drawing.Point(770 108)
       set ButtonWithdraw::Name to "ButtonWithdraw"
       set ButtonWithdraw::Size to new System.Drawing.Size(90 28)
       set ButtonWithdraw::TabIndex to 15
       set ButtonWithdraw::Text to "WITHDRAW"
       set ButtonWithdraw::UseVisualStyleBackColor to True
       invoke ButtonWithdraw::add_Click(new System.EventHandler(self::ButtonWithdraw_Click))
      *>
      *> ButtonPosted
      *>
       set ButtonPosted::Location to new System.Drawing.Point(870 108)
       set ButtonPosted::Name to "ButtonPosted"
       set ButtonPosted::Size to new System.Drawing.Size(90 28)
       set ButtonPosted::TabIndex to 16
       set ButtonPosted::Text to "POSTED"
       set ButtonPosted::UseVisualStyleBackColor to True
       invoke ButtonPosted::add_Click(new System.EventHandler(self::ButtonPosted_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8 columnHeader9 columnHeader10 columnHeader11 columnHeader12 columnHeader13 columnHeader14 columnHeader15 columnHeader16 columnHeader17))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 280)
       set listView1::TabIndex to 17
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "App no"
       set columnHeader1::Width to 80
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "PID"
       set columnHeader2::Width to 50
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "Name"
       set columnHeader3::Width to 150
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Prod"
       set columnHeader4::Width to 40
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Br"
       set columnHeader5::Width to 35
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "Principal"
       set columnHeader6::Width to 95
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Term"
       set columnHeader7::Width to 45
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "DSR %"
       set columnHeader8::Width to 55
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "St"
       set columnHeader9::Width to 30
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "Applied"
       set columnHeader10::Width to 85
      *>
      *> columnHeader11
      *>
       set columnHeader11::Text to "Decided by"
       set columnHeader11::Width to 75
      *>
      *> columnHeader12
      *>
       set columnHeader12::Text to "Decided"
       set columnHeader12::Width to 85
      *>
      *> columnHeader13
      *>
       set columnHeader13::Text to "Rsn"
       set columnHeader13::Width to 35
      *>
      *> columnHeader14
      *>
       set columnHeader14::Text to "Notice due"
       set columnHeader14::Width to 85
      *>
      *> columnHeader15
      *>
       set columnHeader15::Text to "Notice sent"
       set columnHeader15::Width to 85
      *>
      *> columnHeader16
      *>
       set columnHeader16::Text to "How"
       set columnHeader16::Width to 35
      *>
      *> columnHeader17
      *>
       set columnHeader17::Text to "Loan acc"
       set columnHeader17::Width to 80
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader18 columnHeader19 columnHeader20 columnHeader21 columnHeader22 columnHeader23))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(17 440)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(966 130)
       set listView2::TabIndex to 18
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
      *>
      *> columnHeader18
      *>
       set columnHeader18::Text to "Seq"
       set columnHeader18::Width to 40
      *>
      *> columnHeader19
      *>
       set columnHeader19::Text to "St"
       set columnHeader19::Width to 30
      *>
      *> columnHeader20
      *>
       set columnHeader20::Text to "Officer"
       set columnHeader20::Width to 70
      *>
      *> columnHeader21
      *>
       set columnHeader21::Text to "Rsn"
       set columnHeader21::Width to 35
      *>
      *> columnHeader22
      *>
       set columnHeader22::Text to "Note"
       set columnHeader22::Width to 300
      *>
      *> columnHeader23
      *>
       set columnHeader23::Text to "When"
       set columnHeader23::Width to 200
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 19
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B131
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonPosted)
       invoke self::Controls::Add(ButtonWithdraw)
       invoke self::Controls::Add(ButtonDecline)
       invoke self::Controls::Add(tBoxNote)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(ButtonHistory)
       invoke self::Controls::Add(ButtonNotices)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(cBoxAll)
       invoke self::Controls::Add(tBoxAppNo)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B131"
       set self::Text to "opentext(tm) - Bank Demo - Loan Applications"
       invoke self::add_Load(new System.EventHandler(self::B131_Load))
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
