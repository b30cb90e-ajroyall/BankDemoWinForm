       class-id BankDemoWinForm.B134
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HSID type System.Windows.Forms.ColumnHeader.
       01 HKEY type System.Windows.Forms.ColumnHeader.
       01 HREF type System.Windows.Forms.ColumnHeader.
       01 HDC type System.Windows.Forms.ColumnHeader.
       01 HAMT type System.Windows.Forms.ColumnHeader.
       01 HVAL type System.Windows.Forms.ColumnHeader.
       01 HAGE type System.Windows.Forms.ColumnHeader.
       01 HRSN type System.Windows.Forms.ColumnHeader.
       01 ButtonQuery type System.Windows.Forms.Button.
       01 ButtonDisposition type System.Windows.Forms.Button.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxNote type System.Windows.Forms.TextBox.
       01 ButtonPost type System.Windows.Forms.Button.
       01 labelBalances type System.Windows.Forms.Label.
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
       set HSID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HKEY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREF to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HAMT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HVAL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HAGE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HRSN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonQuery to new System.Windows.Forms.Button
       set ButtonDisposition to new System.Windows.Forms.Button
       set label1 to new System.Windows.Forms.Label
       set tBoxNote to new System.Windows.Forms.TextBox
       set ButtonPost to new System.Windows.Forms.Button
       set labelBalances to new System.Windows.Forms.Label
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
      *> ButtonQuery
      *>
       set ButtonQuery::Location to new System.Drawing.Point(17 42)
       set ButtonQuery::Name to "ButtonQuery"
       set ButtonQuery::Size to new System.Drawing.Size(170 32)
       set ButtonQuery::TabIndex to 1
       set ButtonQuery::Text to "QUERY"
       set ButtonQuery::UseVisualStyleBackColor to True
       invoke ButtonQuery::add_Click(new System.EventHandler(self::ButtonQuery_Click))
      *>
      *> ButtonDisposition
      *>
       set ButtonDisposition::Location to new System.Drawing.Point(197 42)
       set ButtonDisposition::Name to "ButtonDisposition"
       set ButtonDisposition::Size to new System.Drawing.Size(170 32)
       set ButtonDisposition::TabIndex to 2
       set ButtonDisposition::Text to "DISPOSITION"
       set ButtonDisposition::UseVisualStyleBackColor to True
       invoke ButtonDisposition::add_Click(new System.EventHandler(self::ButtonDisposition_Click))
      *>
      *> ButtonPost
      *>
       set ButtonPost::Location to new System.Drawing.Point(377 42)
       set ButtonPost::Name to "ButtonPost"
       set ButtonPost::Size to new System.Drawing.Size(170 32)
       set ButtonPost::TabIndex to 3
       set ButtonPost::Text to "POST TO GL"
       set ButtonPost::UseVisualStyleBackColor to True
       invoke ButtonPost::add_Click(new System.EventHandler(self::ButtonPost_Click))
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(567 50)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(38 17)
       set label1::TabIndex to 4
       set label1::Text to "Note"
      *>
      *> tBoxNote
      *>
       set tBoxNote::Location to new System.Drawing.Point(617 47)
       set tBoxNote::MaxLength to 30
       set tBoxNote::Name to "tBoxNote"
       set tBoxNote::Size to new System.Drawing.Size(360 22)
       set tBoxNote::TabIndex to 5
      *>
      *> labelBalances
      *>
       set labelBalances::AutoSize to True
       set labelBalances::Location to new System.Drawing.Point(17 84)
       set labelBalances::Name to "labelBalances"
       set labelBalances::Size to new System.Drawing.Size(200 17)
       set labelBalances::TabIndex to 6
       set labelBalances::Text to "No statement loaded yet"
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HSID HKEY HREF HDC HAMT HVAL HAGE HRSN))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 110)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 314)
       set listView1::TabIndex to 7
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HSID
      *>
       set HSID::Text to "Side"
       set HSID::Width to 80
      *>
      *> HKEY
      *>
       set HKEY::Text to "Line / Ref"
       set HKEY::Width to 150
      *>
      *> HREF
      *>
       set HREF::Text to "Reference"
       set HREF::Width to 160
      *>
      *> HDC
      *>
       set HDC::Text to "D/C"
       set HDC::Width to 45
      *>
      *> HAMT
      *>
       set HAMT::Text to "Amount"
       set HAMT::Width to 110
      *>
      *> HVAL
      *>
       set HVAL::Text to "Value Date"
       set HVAL::Width to 95
      *>
      *> HAGE
      *>
       set HAGE::Text to "Age"
       set HAGE::Width to 50
      *>
      *> HRSN
      *>
       set HRSN::Text to "Reason"
       set HRSN::Width to 250
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 8
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B134
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(labelBalances)
       invoke self::Controls::Add(tBoxNote)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(ButtonPost)
       invoke self::Controls::Add(ButtonDisposition)
       invoke self::Controls::Add(ButtonQuery)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B134"
       set self::Text to "opentext(tm) - Bank Demo - Nostro Exceptions"
       invoke self::add_Load(new System.EventHandler(self::B134_Load))
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
