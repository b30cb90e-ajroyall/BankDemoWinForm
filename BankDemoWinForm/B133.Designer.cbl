       class-id BankDemoWinForm.B133
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HCLS type System.Windows.Forms.ColumnHeader.
       01 HDSC type System.Windows.Forms.ColumnHeader.
       01 HYRS type System.Windows.Forms.ColumnHeader.
       01 HACT type System.Windows.Forms.ColumnHeader.
       01 HBAS type System.Windows.Forms.ColumnHeader.
       01 HSRC type System.Windows.Forms.ColumnHeader.
       01 HUPB type System.Windows.Forms.ColumnHeader.
       01 HUPT type System.Windows.Forms.ColumnHeader.
       01 ButtonQuery type System.Windows.Forms.Button.
       01 ButtonUpdate type System.Windows.Forms.Button.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxYears type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxBasis type System.Windows.Forms.TextBox.
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
       set HCLS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDSC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HYRS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HACT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HBAS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSRC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUPB to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUPT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonQuery to new System.Windows.Forms.Button
       set ButtonUpdate to new System.Windows.Forms.Button
       set label1 to new System.Windows.Forms.Label
       set tBoxYears to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxBasis to new System.Windows.Forms.TextBox
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
      *> ButtonUpdate
      *>
       set ButtonUpdate::Location to new System.Drawing.Point(197 42)
       set ButtonUpdate::Name to "ButtonUpdate"
       set ButtonUpdate::Size to new System.Drawing.Size(170 32)
       set ButtonUpdate::TabIndex to 2
       set ButtonUpdate::Text to "UPDATE"
       set ButtonUpdate::UseVisualStyleBackColor to True
       invoke ButtonUpdate::add_Click(new System.EventHandler(self::ButtonUpdate_Click))
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(387 50)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(42 17)
       set label1::TabIndex to 3
       set label1::Text to "Years"
      *>
      *> tBoxYears
      *>
       set tBoxYears::Location to new System.Drawing.Point(437 47)
       set tBoxYears::MaxLength to 2
       set tBoxYears::Name to "tBoxYears"
       set tBoxYears::Size to new System.Drawing.Size(40 22)
       set tBoxYears::TabIndex to 4
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(497 50)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(80 17)
       set label2::TabIndex to 5
       set label2::Text to "Legal Basis"
      *>
      *> tBoxBasis
      *>
       set tBoxBasis::Location to new System.Drawing.Point(587 47)
       set tBoxBasis::MaxLength to 30
       set tBoxBasis::Name to "tBoxBasis"
       set tBoxBasis::Size to new System.Drawing.Size(390 22)
       set tBoxBasis::TabIndex to 6
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HCLS HDSC HYRS HACT HBAS HSRC HUPB HUPT))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 90)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 334)
       set listView1::TabIndex to 7
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HCLS
      *>
       set HCLS::Text to "Class"
       set HCLS::Width to 80
      *>
      *> HDSC
      *>
       set HDSC::Text to "Data"
       set HDSC::Width to 190
      *>
      *> HYRS
      *>
       set HYRS::Text to "Years"
       set HYRS::Width to 60
      *>
      *> HACT
      *>
       set HACT::Text to "Purge"
       set HACT::Width to 90
      *>
      *> HBAS
      *>
       set HBAS::Text to "Legal Basis"
       set HBAS::Width to 190
      *>
      *> HSRC
      *>
       set HSRC::Text to "Source"
       set HSRC::Width to 70
      *>
      *> HUPB
      *>
       set HUPB::Text to "Updated By"
       set HUPB::Width to 90
      *>
      *> HUPT
      *>
       set HUPT::Text to "Updated"
       set HUPT::Width to 180
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
      *> B133
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(tBoxBasis)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxYears)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(ButtonUpdate)
       invoke self::Controls::Add(ButtonQuery)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B133"
       set self::Text to "opentext(tm) - Bank Demo - Retention Rules"
       invoke self::add_Load(new System.EventHandler(self::B133_Load))
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
