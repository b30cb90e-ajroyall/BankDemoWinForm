       class-id BankDemoWinForm.B125
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 ButtonList type System.Windows.Forms.Button.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxOpen type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxAccount type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxNote type System.Windows.Forms.TextBox.
       01 ButtonExplain type System.Windows.Forms.Button.
       01 ButtonReopen type System.Windows.Forms.Button.
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
       set ButtonList to new System.Windows.Forms.Button
       set label1 to new System.Windows.Forms.Label
       set tBoxOpen to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxAccount to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxNote to new System.Windows.Forms.TextBox
       set ButtonExplain to new System.Windows.Forms.Button
       set ButtonReopen to new System.Windows.Forms.Button
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
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 40)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 1
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(130 45)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(85 17)
       set label1::TabIndex to 2
       set label1::Text to "Unexplained"
      *>
      *> tBoxOpen
      *>
       set tBoxOpen::Location to new System.Drawing.Point(220 42)
       set tBoxOpen::Name to "tBoxOpen"
       set tBoxOpen::ReadOnly to True
       set tBoxOpen::Size to new System.Drawing.Size(60 22)
       set tBoxOpen::TabIndex to 3
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(17 80)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(60 17)
       set label2::TabIndex to 4
       set label2::Text to "GL a/c"
      *>
      *> tBoxAccount
      *>
       set tBoxAccount::Location to new System.Drawing.Point(110 77)
       set tBoxAccount::MaxLength to 5
       set tBoxAccount::Name to "tBoxAccount"
       set tBoxAccount::Size to new System.Drawing.Size(70 22)
       set tBoxAccount::TabIndex to 5
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(200 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(40 17)
       set label3::TabIndex to 6
       set label3::Text to "Note"
      *>
      *> tBoxNote
      *>
       set tBoxNote::Location to new System.Drawing.Point(250 77)
       set tBoxNote::MaxLength to 60
       set tBoxNote::Name to "tBoxNote"
       set tBoxNote::Size to new System.Drawing.Size(500 22)
       set tBoxNote::TabIndex to 7
      *>
      *> ButtonExplain
      *>
       set ButtonExplain::Location to new System.Drawing.Point(770 75)
       set ButtonExplain::Name to "ButtonExplain"
       set ButtonExplain::Size to new System.Drawing.Size(90 28)
       set ButtonExplain::TabIndex to 8
       set ButtonExplain::Text to "EXPLAIN"
       set ButtonExplain::UseVisualStyleBackColor to True
       invoke ButtonExplain::add_Click(new System.EventHandler(self::ButtonExplain_Click))
      *>
      *> ButtonReopen
      *>
       set ButtonReopen::Location to new System.Drawing.Point(870 75)
       set ButtonReopen::Name to "ButtonReopen"
       set ButtonReopen::Size to new System.Drawing.Size(90 28)
       set ButtonReopen::TabIndex to 9
       set ButtonReopen::Text to "REOPEN"
       set ButtonReopen::UseVisualStyleBackColor to True
       invoke ButtonReopen::add_Click(new System.EventHandler(self::ButtonReopen_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(columnHeader1 columnHeader2 columnHeader3 columnHeader4 columnHeader5 columnHeader6 columnHeader7 columnHeader8 columnHeader9 columnHeader10))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 115)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 455)
       set listView1::TabIndex to 10
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> columnHeader1
      *>
       set columnHeader1::Text to "GL a/c"
       set columnHeader1::Width to 60
      *>
      *> columnHeader2
      *>
       set columnHeader2::Text to "First seen"
       set columnHeader2::Width to 90
      *>
      *> columnHeader3
      *>
       set columnHeader3::Text to "Last proved"
       set columnHeader3::Width to 90
      *>
      *> columnHeader4
      *>
       set columnHeader4::Text to "Age"
       set columnHeader4::Width to 45
      *>
      *> columnHeader5
      *>
       set columnHeader5::Text to "Subledger"
       set columnHeader5::Width to 110
      *>
      *> columnHeader6
      *>
       set columnHeader6::Text to "GL balance"
       set columnHeader6::Width to 110
      *>
      *> columnHeader7
      *>
       set columnHeader7::Text to "Difference"
       set columnHeader7::Width to 100
      *>
      *> columnHeader8
      *>
       set columnHeader8::Text to "State"
       set columnHeader8::Width to 80
      *>
      *> columnHeader9
      *>
       set columnHeader9::Text to "Disposition note"
       set columnHeader9::Width to 220
      *>
      *> columnHeader10
      *>
       set columnHeader10::Text to "By"
       set columnHeader10::Width to 50
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 11
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B125
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonReopen)
       invoke self::Controls::Add(ButtonExplain)
       invoke self::Controls::Add(tBoxNote)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxAccount)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxOpen)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B125"
       set self::Text to "opentext(tm) - Bank Demo - GL Proof Differences"
       invoke self::add_Load(new System.EventHandler(self::B125_Load))
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
