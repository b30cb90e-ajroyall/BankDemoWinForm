       class-id BankDemoWinForm.B111
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxJob type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxFrom type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxTo type System.Windows.Forms.TextBox.
       01 ButtonSearch type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HID type System.Windows.Forms.ColumnHeader.
       01 HJOB type System.Windows.Forms.ColumnHeader.
       01 HRUN type System.Windows.Forms.ColumnHeader.
       01 HNAM type System.Windows.Forms.ColumnHeader.
       01 HPGS type System.Windows.Forms.ColumnHeader.
       01 HCLS type System.Windows.Forms.ColumnHeader.
       01 HKEP type System.Windows.Forms.ColumnHeader.
       01 HHLD type System.Windows.Forms.ColumnHeader.
       01 ButtonView type System.Windows.Forms.Button.
       01 ButtonPrev type System.Windows.Forms.Button.
       01 ButtonNext type System.Windows.Forms.Button.
       01 ButtonExport type System.Windows.Forms.Button.
       01 ButtonReprint type System.Windows.Forms.Button.
       01 label4 type System.Windows.Forms.Label.
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
       set tBoxJob to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxFrom to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxTo to new System.Windows.Forms.TextBox
       set ButtonSearch to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HJOB to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HRUN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNAM to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPGS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCLS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HKEP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HHLD to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonView to new System.Windows.Forms.Button
       set ButtonPrev to new System.Windows.Forms.Button
       set ButtonNext to new System.Windows.Forms.Button
       set ButtonExport to new System.Windows.Forms.Button
       set ButtonReprint to new System.Windows.Forms.Button
       set label4 to new System.Windows.Forms.Label
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
       set label1::Size to new System.Drawing.Size(31 17)
       set label1::TabIndex to 1
       set label1::Text to "Job"
      *>
      *> tBoxJob
      *>
       set tBoxJob::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxJob::Location to new System.Drawing.Point(55 42)
       set tBoxJob::MaxLength to 8
       set tBoxJob::Name to "tBoxJob"
       set tBoxJob::Size to new System.Drawing.Size(90 22)
       set tBoxJob::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(165 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(61 17)
       set label2::TabIndex to 3
       set label2::Text to "Run from"
      *>
      *> tBoxFrom
      *>
       set tBoxFrom::Location to new System.Drawing.Point(232 42)
       set tBoxFrom::MaxLength to 10
       set tBoxFrom::Name to "tBoxFrom"
       set tBoxFrom::Size to new System.Drawing.Size(100 22)
       set tBoxFrom::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(345 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(19 17)
       set label3::TabIndex to 5
       set label3::Text to "to"
      *>
      *> tBoxTo
      *>
       set tBoxTo::Location to new System.Drawing.Point(372 42)
       set tBoxTo::MaxLength to 10
       set tBoxTo::Name to "tBoxTo"
       set tBoxTo::Size to new System.Drawing.Size(100 22)
       set tBoxTo::TabIndex to 6
      *>
      *> ButtonSearch
      *>
       set ButtonSearch::Location to new System.Drawing.Point(540 40)
       set ButtonSearch::Name to "ButtonSearch"
       set ButtonSearch::Size to new System.Drawing.Size(120 28)
       set ButtonSearch::TabIndex to 7
       set ButtonSearch::Text to "SEARCH"
       set ButtonSearch::UseVisualStyleBackColor to True
       invoke ButtonSearch::add_Click(new System.EventHandler(self::ButtonSearch_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HID HJOB HRUN HNAM HPGS HCLS HKEP HHLD))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 80)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 200)
       set listView1::TabIndex to 8
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HID
      *>
       set HID::Text to "Report No"
       set HID::Width to 80
      *>
      *> HJOB
      *>
       set HJOB::Text to "Job"
       set HJOB::Width to 80
      *>
      *> HRUN
      *>
       set HRUN::Text to "Run"
       set HRUN::Width to 200
      *>
      *> HNAM
      *>
       set HNAM::Text to "Report"
       set HNAM::Width to 120
      *>
      *> HPGS
      *>
       set HPGS::Text to "Pages"
       set HPGS::Width to 60
      *>
      *> HCLS
      *>
       set HCLS::Text to "Class"
       set HCLS::Width to 100
      *>
      *> HKEP
      *>
       set HKEP::Text to "Keep"
       set HKEP::Width to 70
      *>
      *> HHLD
      *>
       set HHLD::Text to "Hold"
       set HHLD::Width to 60
      *>
      *> ButtonView
      *>
       set ButtonView::Location to new System.Drawing.Point(17 290)
       set ButtonView::Name to "ButtonView"
       set ButtonView::Size to new System.Drawing.Size(120 30)
       set ButtonView::TabIndex to 9
       set ButtonView::Text to "VIEW"
       set ButtonView::UseVisualStyleBackColor to True
       invoke ButtonView::add_Click(new System.EventHandler(self::ButtonView_Click))
      *>
      *> ButtonPrev
      *>
       set ButtonPrev::Location to new System.Drawing.Point(147 290)
       set ButtonPrev::Name to "ButtonPrev"
       set ButtonPrev::Size to new System.Drawing.Size(100 30)
       set ButtonPrev::TabIndex to 10
       set ButtonPrev::Text to "< PREV"
       set ButtonPrev::UseVisualStyleBackColor to True
       invoke ButtonPrev::add_Click(new System.EventHandler(self::ButtonPrev_Click))
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(257 297)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(40 17)
       set label4::TabIndex to 11
       set label4::Text to "Page"
      *>
      *> ButtonNext
      *>
       set ButtonNext::Location to new System.Drawing.Point(377 290)
       set ButtonNext::Name to "ButtonNext"
       set ButtonNext::Size to new System.Drawing.Size(100 30)
       set ButtonNext::TabIndex to 12
       set ButtonNext::Text to "NEXT >"
       set ButtonNext::UseVisualStyleBackColor to True
       invoke ButtonNext::add_Click(new System.EventHandler(self::ButtonNext_Click))
      *>
      *> ButtonExport
      *>
       set ButtonExport::Location to new System.Drawing.Point(637 290)
       set ButtonExport::Name to "ButtonExport"
       set ButtonExport::Size to new System.Drawing.Size(160 30)
       set ButtonExport::TabIndex to 13
       set ButtonExport::Text to "EXPORT"
       set ButtonExport::UseVisualStyleBackColor to True
       invoke ButtonExport::add_Click(new System.EventHandler(self::ButtonExport_Click))
      *>
      *> ButtonReprint
      *>
       set ButtonReprint::Location to new System.Drawing.Point(817 290)
       set ButtonReprint::Name to "ButtonReprint"
       set ButtonReprint::Size to new System.Drawing.Size(160 30)
       set ButtonReprint::TabIndex to 14
       set ButtonReprint::Text to "REPRINT"
       set ButtonReprint::UseVisualStyleBackColor to True
       invoke ButtonReprint::add_Click(new System.EventHandler(self::ButtonReprint_Click))
      *>
      *> richTextBox1
      *>
       set richTextBox1::Font to new System.Drawing.Font("Courier New" 8.25 type System.Drawing.FontStyle::Regular type System.Drawing.GraphicsUnit::Point 0 as type System.Byte)
       set richTextBox1::Location to new System.Drawing.Point(17 330)
       set richTextBox1::Name to "richTextBox1"
       set richTextBox1::ReadOnly to True
       set richTextBox1::Size to new System.Drawing.Size(960 360)
       set richTextBox1::TabIndex to 15
       set richTextBox1::Text to ""
       set richTextBox1::WordWrap to False
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 704)
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
      *> B111
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 730)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(richTextBox1)
       invoke self::Controls::Add(ButtonReprint)
       invoke self::Controls::Add(ButtonExport)
       invoke self::Controls::Add(ButtonNext)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(ButtonPrev)
       invoke self::Controls::Add(ButtonView)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonSearch)
       invoke self::Controls::Add(tBoxTo)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxFrom)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxJob)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B111"
       set self::Text to "opentext(tm) - Bank Demo - Report Repository"
       invoke self::add_Load(new System.EventHandler(self::B111_Load))
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
