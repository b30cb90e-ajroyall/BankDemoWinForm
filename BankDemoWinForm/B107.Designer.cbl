       class-id BankDemoWinForm.B107
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HTYP type System.Windows.Forms.ColumnHeader.
       01 HCAT type System.Windows.Forms.ColumnHeader.
       01 HCST type System.Windows.Forms.ColumnHeader.
       01 HDSC type System.Windows.Forms.ColumnHeader.
       01 HUSR type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxType type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxCategory type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxCost type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxDesc type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonSet type System.Windows.Forms.Button.
       01 ButtonDelete type System.Windows.Forms.Button.
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
       set HTYP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCAT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCST to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDSC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUSR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxType to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxCategory to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxCost to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxDesc to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonSet to new System.Windows.Forms.Button
       set ButtonDelete to new System.Windows.Forms.Button
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
       set label1::Size to new System.Drawing.Size(40 16)
       set label1::TabIndex to 1
       set label1::Text to "Type"
      *>
      *> tBoxType
      *>
       set tBoxType::Location to new System.Drawing.Point(65 42)
       set tBoxType::MaxLength to 1
       set tBoxType::Name to "tBoxType"
       set tBoxType::Size to new System.Drawing.Size(35 22)
       set tBoxType::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(120 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(40 16)
       set label2::TabIndex to 3
       set label2::Text to "Cat"
      *>
      *> tBoxCategory
      *>
       set tBoxCategory::Location to new System.Drawing.Point(168 42)
       set tBoxCategory::MaxLength to 1
       set tBoxCategory::Name to "tBoxCategory"
       set tBoxCategory::Size to new System.Drawing.Size(35 22)
       set tBoxCategory::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(223 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(40 16)
       set label3::TabIndex to 5
       set label3::Text to "Cost"
      *>
      *> tBoxCost
      *>
       set tBoxCost::Location to new System.Drawing.Point(271 42)
       set tBoxCost::MaxLength to 6
       set tBoxCost::Name to "tBoxCost"
       set tBoxCost::Size to new System.Drawing.Size(70 22)
       set tBoxCost::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(361 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(79 16)
       set label4::TabIndex to 7
       set label4::Text to "Description"
      *>
      *> tBoxDesc
      *>
       set tBoxDesc::Location to new System.Drawing.Point(448 42)
       set tBoxDesc::MaxLength to 30
       set tBoxDesc::Name to "tBoxDesc"
       set tBoxDesc::Size to new System.Drawing.Size(300 22)
       set tBoxDesc::TabIndex to 8
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 78)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 9
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonSet
      *>
       set ButtonSet::Location to new System.Drawing.Point(120 78)
       set ButtonSet::Name to "ButtonSet"
       set ButtonSet::Size to new System.Drawing.Size(90 32)
       set ButtonSet::TabIndex to 10
       set ButtonSet::Text to "SET"
       set ButtonSet::UseVisualStyleBackColor to True
       invoke ButtonSet::add_Click(new System.EventHandler(self::ButtonSet_Click))
      *>
      *> ButtonDelete
      *>
       set ButtonDelete::Location to new System.Drawing.Point(223 78)
       set ButtonDelete::Name to "ButtonDelete"
       set ButtonDelete::Size to new System.Drawing.Size(90 32)
       set ButtonDelete::TabIndex to 11
       set ButtonDelete::Text to "DELETE"
       set ButtonDelete::UseVisualStyleBackColor to True
       invoke ButtonDelete::add_Click(new System.EventHandler(self::ButtonDelete_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HTYP HCAT HCST HDSC HUSR))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 125)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 299)
       set listView1::TabIndex to 12
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HTYP
      *>
       set HTYP::Text to "Type"
       set HTYP::Width to 55
      *>
      *> HCAT
      *>
       set HCAT::Text to "Cat"
       set HCAT::Width to 50
      *>
      *> HCST
      *>
       set HCST::Text to "Cost"
       set HCST::Width to 80
      *>
      *> HDSC
      *>
       set HDSC::Text to "Description"
       set HDSC::Width to 260
      *>
      *> HUSR
      *>
       set HUSR::Text to "By"
       set HUSR::Width to 55
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 13
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B107
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonDelete)
       invoke self::Controls::Add(ButtonSet)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxDesc)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxCost)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxCategory)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxType)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B107"
       set self::Text to "opentext(tm) - Bank Demo - Processing Costs"
       invoke self::add_Load(new System.EventHandler(self::B107_Load))
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
