       class-id BankDemoWinForm.B108
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HACC type System.Windows.Forms.ColumnHeader.
       01 HCCY type System.Windows.Forms.ColumnHeader.
       01 HSTA type System.Windows.Forms.ColumnHeader.
       01 HBAL type System.Windows.Forms.ColumnHeader.
       01 HPBL type System.Windows.Forms.ColumnHeader.
       01 HALC type System.Windows.Forms.ColumnHeader.
       01 HPST type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxHeader type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxRule type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxAccno type System.Windows.Forms.TextBox.
       01 ButtonQuery type System.Windows.Forms.Button.
       01 ButtonSave type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonRemove type System.Windows.Forms.Button.
       01 ButtonClose type System.Windows.Forms.Button.
       01 labelPool type System.Windows.Forms.Label.
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
       set HACC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCCY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTA to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HBAL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPBL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HALC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPST to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxHeader to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxRule to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxAccno to new System.Windows.Forms.TextBox
       set ButtonQuery to new System.Windows.Forms.Button
       set ButtonSave to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonRemove to new System.Windows.Forms.Button
       set ButtonClose to new System.Windows.Forms.Button
       set labelPool to new System.Windows.Forms.Label
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
       set label1::Size to new System.Drawing.Size(55 16)
       set label1::TabIndex to 1
       set label1::Text to "Header"
      *>
      *> tBoxHeader
      *>
       set tBoxHeader::Location to new System.Drawing.Point(80 42)
       set tBoxHeader::MaxLength to 9
       set tBoxHeader::Name to "tBoxHeader"
       set tBoxHeader::Size to new System.Drawing.Size(100 22)
       set tBoxHeader::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(200 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(45 16)
       set label2::TabIndex to 3
       set label2::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(250 42)
       set tBoxName::MaxLength to 30
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(260 22)
       set tBoxName::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(530 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(35 16)
       set label3::TabIndex to 5
       set label3::Text to "Rule"
      *>
      *> tBoxRule
      *>
       set tBoxRule::Location to new System.Drawing.Point(570 42)
       set tBoxRule::MaxLength to 1
       set tBoxRule::Name to "tBoxRule"
       set tBoxRule::Size to new System.Drawing.Size(35 22)
       set tBoxRule::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(625 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(60 16)
       set label4::TabIndex to 7
       set label4::Text to "Account"
      *>
      *> tBoxAccno
      *>
       set tBoxAccno::Location to new System.Drawing.Point(690 42)
       set tBoxAccno::MaxLength to 9
       set tBoxAccno::Name to "tBoxAccno"
       set tBoxAccno::Size to new System.Drawing.Size(100 22)
       set tBoxAccno::TabIndex to 8
      *>
      *> ButtonQuery
      *>
       set ButtonQuery::Location to new System.Drawing.Point(17 78)
       set ButtonQuery::Name to "ButtonQuery"
       set ButtonQuery::Size to new System.Drawing.Size(110 32)
       set ButtonQuery::TabIndex to 9
       set ButtonQuery::Text to "QUERY"
       set ButtonQuery::UseVisualStyleBackColor to True
       invoke ButtonQuery::add_Click(new System.EventHandler(self::ButtonQuery_Click))
      *>
      *> ButtonSave
      *>
       set ButtonSave::Location to new System.Drawing.Point(137 78)
       set ButtonSave::Name to "ButtonSave"
       set ButtonSave::Size to new System.Drawing.Size(110 32)
       set ButtonSave::TabIndex to 10
       set ButtonSave::Text to "SAVE POOL"
       set ButtonSave::UseVisualStyleBackColor to True
       invoke ButtonSave::add_Click(new System.EventHandler(self::ButtonSave_Click))
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(257 78)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(110 32)
       set ButtonAdd::TabIndex to 11
       set ButtonAdd::Text to "ADD ACCOUNT"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonRemove
      *>
       set ButtonRemove::Location to new System.Drawing.Point(377 78)
       set ButtonRemove::Name to "ButtonRemove"
       set ButtonRemove::Size to new System.Drawing.Size(110 32)
       set ButtonRemove::TabIndex to 12
       set ButtonRemove::Text to "REMOVE"
       set ButtonRemove::UseVisualStyleBackColor to True
       invoke ButtonRemove::add_Click(new System.EventHandler(self::ButtonRemove_Click))
      *>
      *> ButtonClose
      *>
       set ButtonClose::Location to new System.Drawing.Point(497 78)
       set ButtonClose::Name to "ButtonClose"
       set ButtonClose::Size to new System.Drawing.Size(110 32)
       set ButtonClose::TabIndex to 13
       set ButtonClose::Text to "CLOSE POOL"
       set ButtonClose::UseVisualStyleBackColor to True
       invoke ButtonClose::add_Click(new System.EventHandler(self::ButtonClose_Click))
      *>
      *> labelPool
      *>
       set labelPool::AutoSize to True
       set labelPool::Location to new System.Drawing.Point(17 122)
       set labelPool::Name to "labelPool"
       set labelPool::Size to new System.Drawing.Size(10 16)
       set labelPool::TabIndex to 14
       set labelPool::Text to " "
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HACC HCCY HSTA HBAL HPBL HALC HPST))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 145)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 279)
       set listView1::TabIndex to 15
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HACC
      *>
       set HACC::Text to "Account"
       set HACC::Width to 90
      *>
      *> HCCY
      *>
       set HCCY::Text to "Ccy"
       set HCCY::Width to 50
      *>
      *> HSTA
      *>
       set HSTA::Text to "Status"
       set HSTA::Width to 60
      *>
      *> HBAL
      *>
       set HBAL::Text to "Balance"
       set HBAL::Width to 110
      *>
      *> HPBL
      *>
       set HPBL::Text to "In Pool Ccy"
       set HPBL::Width to 120
      *>
      *> HALC
      *>
       set HALC::Text to "Share"
       set HALC::Width to 100
      *>
      *> HPST
      *>
       set HPST::Text to "Posted"
       set HPST::Width to 100
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 16
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B108
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(labelPool)
       invoke self::Controls::Add(ButtonClose)
       invoke self::Controls::Add(ButtonRemove)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonSave)
       invoke self::Controls::Add(ButtonQuery)
       invoke self::Controls::Add(tBoxAccno)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxRule)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxHeader)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B108"
       set self::Text to "opentext(tm) - Bank Demo - Cash Pools"
       invoke self::add_Load(new System.EventHandler(self::B108_Load))
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
