       class-id BankDemoWinForm.B122
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
       01 tBoxDate type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxItem type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonRecord type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 colReceived type System.Windows.Forms.ColumnHeader.
       01 colReturned type System.Windows.Forms.ColumnHeader.
       01 colItem type System.Windows.Forms.ColumnHeader.
       01 colReason type System.Windows.Forms.ColumnHeader.
       01 colSource type System.Windows.Forms.ColumnHeader.
       01 colAddr type System.Windows.Forms.ColumnHeader.
       01 colPost type System.Windows.Forms.ColumnHeader.
       01 colBy type System.Windows.Forms.ColumnHeader.
       01 colStatus type System.Windows.Forms.ColumnHeader.
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
       set tBoxDate to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxItem to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonRecord to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set colReceived to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colReturned to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colItem to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colReason to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colSource to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAddr to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colPost to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colBy to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colStatus to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPid::Location to new System.Drawing.Point(110 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(190 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(90 16)
       set label2::TabIndex to 3
       set label2::Text to "Returned on"
      *>
      *> tBoxDate
      *>
       set tBoxDate::Location to new System.Drawing.Point(285 42)
       set tBoxDate::MaxLength to 10
       set tBoxDate::Name to "tBoxDate"
       set tBoxDate::Size to new System.Drawing.Size(100 22)
       set tBoxDate::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(405 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(120 16)
       set label3::TabIndex to 5
       set label3::Text to "Reason AU/MV/IA/RF/OT"
      *>
      *> tBoxReason
      *>
       set tBoxReason::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxReason::Location to new System.Drawing.Point(580 42)
       set tBoxReason::MaxLength to 2
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(40 22)
       set tBoxReason::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(17 78)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(80 16)
       set label4::TabIndex to 7
       set label4::Text to "Mail item"
      *>
      *> tBoxItem
      *>
       set tBoxItem::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxItem::Location to new System.Drawing.Point(110 75)
       set tBoxItem::MaxLength to 20
       set tBoxItem::Name to "tBoxItem"
       set tBoxItem::Size to new System.Drawing.Size(200 22)
       set tBoxItem::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(330 78)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(80 16)
       set label5::TabIndex to 9
       set label5::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(410 75)
       set tBoxName::Name to "tBoxName"
       set tBoxName::ReadOnly to True
       set tBoxName::Size to new System.Drawing.Size(210 22)
       set tBoxName::TabIndex to 10
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
      *> ButtonRecord
      *>
       set ButtonRecord::Location to new System.Drawing.Point(130 110)
       set ButtonRecord::Name to "ButtonRecord"
       set ButtonRecord::Size to new System.Drawing.Size(100 30)
       set ButtonRecord::TabIndex to 12
       set ButtonRecord::Text to "RECORD"
       set ButtonRecord::UseVisualStyleBackColor to True
       invoke ButtonRecord::add_Click(new System.EventHandler(self::ButtonRecord_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colReceived colReturned colItem colReason colSource colAddr colPost colBy colStatus))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 420)
       set listView1::TabIndex to 13
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> colReceived
      *>
       set colReceived::Text to "Received"
       set colReceived::Width to 90
      *>
      *> colReturned
      *>
       set colReturned::Text to "Returned"
       set colReturned::Width to 90
      *>
      *> colItem
      *>
       set colItem::Text to "Item"
       set colItem::Width to 160
      *>
      *> colReason
      *>
       set colReason::Text to "Reason"
       set colReason::Width to 120
      *>
      *> colSource
      *>
       set colSource::Text to "Source"
       set colSource::Width to 90
      *>
      *> colAddr
      *>
       set colAddr::Text to "Sent to"
       set colAddr::Width to 190
      *>
      *> colPost
      *>
       set colPost::Text to "Post code"
       set colPost::Width to 80
      *>
      *> colBy
      *>
       set colBy::Text to "By"
       set colBy::Width to 60
      *>
      *> colStatus
      *>
       set colStatus::Text to "Status"
       set colStatus::Width to 80
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 14
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B122
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRecord)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxItem)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxDate)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B122"
       set self::Text to "opentext(tm) - Bank Demo - Returned Mail"
       invoke self::add_Load(new System.EventHandler(self::B122_Load))
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
