       class-id BankDemoWinForm.B119
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxGroup type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxLink type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonNew type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonRemove type System.Windows.Forms.Button.
       01 ButtonExposure type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HPID type System.Windows.Forms.ColumnHeader.
       01 HNAME type System.Windows.Forms.ColumnHeader.
       01 HLINK type System.Windows.Forms.ColumnHeader.
       01 HREASON type System.Windows.Forms.ColumnHeader.
       01 HADDBY type System.Windows.Forms.ColumnHeader.
       01 HADDED type System.Windows.Forms.ColumnHeader.
       01 richTextBox1 type System.Windows.Forms.RichTextBox.
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
       set tBoxGroup to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxLink to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonNew to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonRemove to new System.Windows.Forms.Button
       set ButtonExposure to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HPID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNAME to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HLINK to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREASON to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HADDBY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HADDED to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set richTextBox1 to new System.Windows.Forms.RichTextBox
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
       set label1::Size to new System.Drawing.Size(80 16)
       set label1::TabIndex to 1
       set label1::Text to "Group"
      *>
      *> tBoxGroup
      *>
       set tBoxGroup::Location to new System.Drawing.Point(95 42)
       set tBoxGroup::MaxLength to 5
       set tBoxGroup::Name to "tBoxGroup"
       set tBoxGroup::Size to new System.Drawing.Size(60 22)
       set tBoxGroup::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(175 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(80 16)
       set label2::TabIndex to 3
       set label2::Text to "Group name"
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(260 42)
       set tBoxName::MaxLength to 30
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(300 22)
       set tBoxName::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 78)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(80 16)
       set label3::TabIndex to 5
       set label3::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPid::Location to new System.Drawing.Point(95 75)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(175 78)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(80 16)
       set label4::TabIndex to 7
       set label4::Text to "Link F/O/G/X"
      *>
      *> tBoxLink
      *>
       set tBoxLink::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxLink::Location to new System.Drawing.Point(260 75)
       set tBoxLink::MaxLength to 1
       set tBoxLink::Name to "tBoxLink"
       set tBoxLink::Size to new System.Drawing.Size(30 22)
       set tBoxLink::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(310 78)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 16)
       set label5::TabIndex to 9
       set label5::Text to "Reason"
      *>
      *> tBoxReason
      *>
       set tBoxReason::Location to new System.Drawing.Point(370 75)
       set tBoxReason::MaxLength to 40
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(360 22)
       set tBoxReason::TabIndex to 10
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 110)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(100 30)
       set ButtonList::TabIndex to 11
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonNew
      *>
       set ButtonNew::Location to new System.Drawing.Point(127 110)
       set ButtonNew::Name to "ButtonNew"
       set ButtonNew::Size to new System.Drawing.Size(100 30)
       set ButtonNew::TabIndex to 12
       set ButtonNew::Text to "NEW GROUP"
       set ButtonNew::UseVisualStyleBackColor to True
       invoke ButtonNew::add_Click(new System.EventHandler(self::ButtonNew_Click))
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(237 110)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(100 30)
       set ButtonAdd::TabIndex to 13
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonRemove
      *>
       set ButtonRemove::Location to new System.Drawing.Point(347 110)
       set ButtonRemove::Name to "ButtonRemove"
       set ButtonRemove::Size to new System.Drawing.Size(100 30)
       set ButtonRemove::TabIndex to 14
       set ButtonRemove::Text to "REMOVE"
       set ButtonRemove::UseVisualStyleBackColor to True
       invoke ButtonRemove::add_Click(new System.EventHandler(self::ButtonRemove_Click))
      *>
      *> ButtonExposure
      *>
       set ButtonExposure::Location to new System.Drawing.Point(457 110)
       set ButtonExposure::Name to "ButtonExposure"
       set ButtonExposure::Size to new System.Drawing.Size(100 30)
       set ButtonExposure::TabIndex to 15
       set ButtonExposure::Text to "EXPOSURE"
       set ButtonExposure::UseVisualStyleBackColor to True
       invoke ButtonExposure::add_Click(new System.EventHandler(self::ButtonExposure_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HPID HNAME HLINK HREASON HADDBY HADDED))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 220)
       set listView1::TabIndex to 16
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HPID
      *>
       set HPID::Text to "PID"
       set HPID::Width to 60
      *>
      *> HNAME
      *>
       set HNAME::Text to "Name"
       set HNAME::Width to 200
      *>
      *> HLINK
      *>
       set HLINK::Text to "Link"
       set HLINK::Width to 110
      *>
      *> HREASON
      *>
       set HREASON::Text to "Reason"
       set HREASON::Width to 300
      *>
      *> HADDBY
      *>
       set HADDBY::Text to "Added by"
       set HADDBY::Width to 80
      *>
      *> HADDED
      *>
       set HADDED::Text to "Added"
       set HADDED::Width to 100
      *>
      *> richTextBox1
      *>
       set richTextBox1::Font to new System.Drawing.Font("Courier New" 8.25 type System.Drawing.FontStyle::Regular type System.Drawing.GraphicsUnit::Point 0 as type System.Byte)
       set richTextBox1::Location to new System.Drawing.Point(17 380)
       set richTextBox1::Name to "richTextBox1"
       set richTextBox1::ReadOnly to True
       set richTextBox1::Size to new System.Drawing.Size(960 140)
       set richTextBox1::TabIndex to 17
       set richTextBox1::Text to ""
       set richTextBox1::WordWrap to False
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 534)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 18
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B119
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 560)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(richTextBox1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonExposure)
       invoke self::Controls::Add(ButtonRemove)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonNew)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxLink)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxGroup)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B119"
       set self::Text to "opentext(tm) - Bank Demo - Connected Parties"
       invoke self::add_Load(new System.EventHandler(self::B119_Load))
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
