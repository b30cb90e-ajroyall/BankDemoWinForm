       class-id BankDemoWinForm.B121
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxMonth type System.Windows.Forms.TextBox.
       01 cBoxAll type System.Windows.Forms.CheckBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxNote type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonAttest type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HMONTH type System.Windows.Forms.ColumnHeader.
       01 HSEQ type System.Windows.Forms.ColumnHeader.
       01 HKIND type System.Windows.Forms.ColumnHeader.
       01 HUSER1 type System.Windows.Forms.ColumnHeader.
       01 HUSER2 type System.Windows.Forms.ColumnHeader.
       01 HGATE type System.Windows.Forms.ColumnHeader.
       01 HITEM type System.Windows.Forms.ColumnHeader.
       01 HDETAIL type System.Windows.Forms.ColumnHeader.
       01 HATTBY type System.Windows.Forms.ColumnHeader.
       01 HATTDTE type System.Windows.Forms.ColumnHeader.
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
       set tBoxMonth to new System.Windows.Forms.TextBox
       set cBoxAll to new System.Windows.Forms.CheckBox
       set label2 to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxNote to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonAttest to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HMONTH to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSEQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HKIND to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUSER1 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUSER2 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HGATE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HITEM to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDETAIL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HATTBY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HATTDTE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Text to "Month:"
      *>
      *> tBoxMonth
      *>
       set tBoxMonth::Location to new System.Drawing.Point(110 42)
       set tBoxMonth::MaxLength to 7
       set tBoxMonth::Name to "tBoxMonth"
       set tBoxMonth::Size to new System.Drawing.Size(80 22)
       set tBoxMonth::TabIndex to 2
      *>
      *> cBoxAll
      *>
       set cBoxAll::AutoSize to True
       set cBoxAll::Location to new System.Drawing.Point(210 44)
       set cBoxAll::Name to "cBoxAll"
       set cBoxAll::Size to new System.Drawing.Size(140 20)
       set cBoxAll::TabIndex to 3
       set cBoxAll::Text to "Include attested"
       set cBoxAll::UseVisualStyleBackColor to True
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(17 77)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(80 16)
       set label2::TabIndex to 4
       set label2::Text to "Finding:"
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(110 74)
       set tBoxSeq::MaxLength to 5
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(60 22)
       set tBoxSeq::TabIndex to 5
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(190 77)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(80 16)
       set label3::TabIndex to 6
       set label3::Text to "Note:"
      *>
      *> tBoxNote
      *>
       set tBoxNote::Location to new System.Drawing.Point(270 74)
       set tBoxNote::MaxLength to 60
       set tBoxNote::Name to "tBoxNote"
       set tBoxNote::Size to new System.Drawing.Size(480 22)
       set tBoxNote::TabIndex to 7
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 110)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(100 30)
       set ButtonList::TabIndex to 8
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonAttest
      *>
       set ButtonAttest::Location to new System.Drawing.Point(130 110)
       set ButtonAttest::Name to "ButtonAttest"
       set ButtonAttest::Size to new System.Drawing.Size(100 30)
       set ButtonAttest::TabIndex to 9
       set ButtonAttest::Text to "ATTEST"
       set ButtonAttest::UseVisualStyleBackColor to True
       invoke ButtonAttest::add_Click(new System.EventHandler(self::ButtonAttest_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HMONTH HSEQ HKIND HUSER1 HUSER2 HGATE HITEM HDETAIL HATTBY HATTDTE))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 420)
       set listView1::TabIndex to 10
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HMONTH
      *>
       set HMONTH::Text to "Month"
       set HMONTH::Width to 70
      *>
      *> HSEQ
      *>
       set HSEQ::Text to "No."
       set HSEQ::Width to 50
      *>
      *> HKIND
      *>
       set HKIND::Text to "Kind"
       set HKIND::Width to 50
      *>
      *> HUSER1
      *>
       set HUSER1::Text to "User"
       set HUSER1::Width to 60
      *>
      *> HUSER2
      *>
       set HUSER2::Text to "With"
       set HUSER2::Width to 60
      *>
      *> HGATE
      *>
       set HGATE::Text to "Gate"
       set HGATE::Width to 50
      *>
      *> HITEM
      *>
       set HITEM::Text to "Item"
       set HITEM::Width to 170
      *>
      *> HDETAIL
      *>
       set HDETAIL::Text to "Detail"
       set HDETAIL::Width to 330
      *>
      *> HATTBY
      *>
       set HATTBY::Text to "Attested by"
       set HATTBY::Width to 80
      *>
      *> HATTDTE
      *>
       set HATTDTE::Text to "On"
       set HATTDTE::Width to 80
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
      *> B121
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonAttest)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxNote)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(cBoxAll)
       invoke self::Controls::Add(tBoxMonth)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B121"
       set self::Text to "opentext(tm) - Bank Demo - Segregation of Duties"
       invoke self::add_Load(new System.EventHandler(self::B121_Load))
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
