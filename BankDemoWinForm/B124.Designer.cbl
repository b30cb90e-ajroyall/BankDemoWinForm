       class-id BankDemoWinForm.B124
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
       01 tBoxName type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxBalance type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxValue type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxExpiry type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxAccno type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxPoints type System.Windows.Forms.TextBox.
       01 ButtonRedeem type System.Windows.Forms.Button.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxCategory type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxRate type System.Windows.Forms.TextBox.
       01 ButtonRate type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 columnHeader1 type System.Windows.Forms.ColumnHeader.
       01 columnHeader2 type System.Windows.Forms.ColumnHeader.
       01 columnHeader3 type System.Windows.Forms.ColumnHeader.
       01 columnHeader4 type System.Windows.Forms.ColumnHeader.
       01 columnHeader5 type System.Windows.Forms.ColumnHeader.
       01 columnHeader6 type System.Windows.Forms.ColumnHeader.
       01 columnHeader7 type System.Windows.Forms.ColumnHeader.
       01 columnHeader8 type System.Windows.Forms.ColumnHeader.
       01 listView2 type System.Windows.Forms.ListView.
       01 columnHeader9 type System.Windows.Forms.ColumnHeader.
       01 columnHeader10 type System.Windows.Forms.ColumnHeader.
       01 columnHeader11 type System.Windows.Forms.ColumnHeader.
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
       set tBoxName to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set label2 to new System.Windows.Forms.Label
       set tBoxBalance to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxValue to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxExpiry to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxAccno to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxPoints to new System.Windows.Forms.TextBox
       set ButtonRedeem to new System.Windows.Forms.Button
       set label7 to new System.Windows.Forms.Label
       set tBoxCategory to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxRate to new System.Windows.Forms.TextBox
       set ButtonRate to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set columnHeader1 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader2 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader3 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader4 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader5 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader6 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader7 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader8 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set listView2 to new System.Windows.Forms.ListView
       set columnHeader9 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader10 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set columnHeader11 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Text to "PID"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(110 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(70 22)
       set tBoxPid::TabIndex to 2
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(200 42)
       set tBoxName::Name to "tBoxName"
       set tBoxName::ReadOnly to True
       set tBoxName::Size to new System.Drawing.Size(260 22)
       set tBoxName::TabIndex to 3
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(490 40)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 4
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(17 80)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(60 17)
       set label2::TabIndex to 5
       set label2::Text to "Balance"
      *>
      *> tBoxBalance
      *>
       set tBoxBalance::Location to new System.Drawing.Point(110 77)
       set tBoxBalance::Name to "tBoxBalance"
       set tBoxBalance::ReadOnly to True
       set tBoxBalance::Size to new System.Drawing.Size(110 22)
       set tBoxBalance::TabIndex to 6
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(240 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(60 17)
       set label3::TabIndex to 7
       set label3::Text to "Value"
      *>
      *> tBoxValue
      *>
       set tBoxValue::Location to new System.Drawing.Point(310 77)
       set tBoxValue::Name to "tBoxValue"
       set tBoxValue::ReadOnly to True
       set tBoxValue::Size to new System.Drawing.Size(110 22)
       set tBoxValue::TabIndex to 8
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(440 80)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(80 17)
       set label4::TabIndex to 9
       set label4::Text to "Next expiry"
      *>
      *> tBoxExpiry
      *>
       set tBoxExpiry::Location to new System.Drawing.Point(530 77)
       set tBoxExpiry::Name to "tBoxExpiry"
       set tBoxExpiry::ReadOnly to True
       set tBoxExpiry::Size to new System.Drawing.Size(200 22)
       set tBoxExpiry::TabIndex to 10
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(17 115)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 17)
       set label5::TabIndex to 11
       set label5::Text to "Account"
      *>
      *> tBoxAccno
      *>
       set tBoxAccno::Location to new System.Drawing.Point(110 112)
       set tBoxAccno::MaxLength to 9
       set tBoxAccno::Name to "tBoxAccno"
       set tBoxAccno::Size to new System.Drawing.Size(110 22)
       set tBoxAccno::TabIndex to 12
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(240 115)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(60 17)
       set label6::TabIndex to 13
       set label6::Text to "Points"
      *>
      *> tBoxPoints
      *>
       set tBoxPoints::Location to new System.Drawing.Point(310 112)
       set tBoxPoints::MaxLength to 9
       set tBoxPoints::Name to "tBoxPoints"
       set tBoxPoints::Size to new System.Drawing.Size(110 22)
       set tBoxPoints::TabIndex to 14
      *>
      *> ButtonRedeem
      *>
       set ButtonRedeem::Location to new System.Drawing.Point(440 110)
       set ButtonRedeem::Name to "ButtonRedeem"
       set ButtonRedeem::Size to new System.Drawing.Size(90 28)
       set ButtonRedeem::TabIndex to 15
       set ButtonRedeem::Text to "REDEEM"
       set ButtonRedeem::UseVisualStyleBackColor to True
       invoke ButtonRedeem::add_Click(new System.EventHandler(self::ButtonRedeem_Click))
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(560 115)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(70 17)
       set label7::TabIndex to 16
       set label7::Text to "Category"
      *>
      *> tBoxCategory
      *>
       set tBoxCategory::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCategory::Location to new System.Drawing.Point(640 112)
       set tBoxCategory::MaxLength to 1
       set tBoxCategory::Name to "tBoxCategory"
       set tBoxCategory::Size to new System.Drawing.Size(40 22)
       set tBoxCategory::TabIndex to 17
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(700 115)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(40 17)
       set label8::TabIndex to 18
       set label8::Text to "Rate"
      *>
      *> tBoxRate
      *>
       set tBoxRate::Location to new System.Drawing.Point(750 112)
       set tBoxRate::MaxLength to 6
       set tBoxRate::Name to "tBoxRate"
       set tBoxRate::Size to new System.Drawing.Size(70 22)
       set tBoxRate::TabIndex to 19
      *>
      *> ButtonRate
      *>
       set ButtonRate::Location to new System.Drawing.Point(840 110)
       set ButtonRate::Name to "ButtonRate"
       set ButtonRate::Size to new System.Drawing.Size(90 28)
       set ButtonRate::TabIndex to 20
       set ButtonRate::Text to "SET RATE"
       set ButtonRate::UseVisualStyleBackColor to True
       invoke ButtonRate::add_Click(new System.EventHandler(self::ButtonRate_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(720 420)
       set listView1::TabIndex to 21
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "Date"
       set columnHeader1::Width to 95
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "Entry"
       set columnHeader2::Width to 60
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "Points"
       set columnHeader3::Width to 85
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Open"
       set columnHeader4::Width to 85
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Account"
       set columnHeader5::Width to 85
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "Reference"
       set columnHeader6::Width to 170
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Amount"
       set columnHeader7::Width to 95
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "Expires"
       set columnHeader8::Width to 95
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader9 columnHeader10 columnHeader11))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(750 150)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(233 420)
       set listView2::TabIndex to 22
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "Category"
       set columnHeader9::Width to 75
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "Rate"
       set columnHeader10::Width to 70
      *>
      *> columnHeader11
      *>
       set columnHeader11::Text to "Updated by"
       set columnHeader11::Width to 80
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
      *> B124
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRate)
       invoke self::Controls::Add(tBoxRate)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxCategory)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(ButtonRedeem)
       invoke self::Controls::Add(tBoxPoints)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxAccno)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxExpiry)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxValue)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxBalance)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B124"
       set self::Text to "opentext(tm) - Bank Demo - Card Rewards"
       invoke self::add_Load(new System.EventHandler(self::B124_Load))
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
