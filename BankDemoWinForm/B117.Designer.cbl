       class-id BankDemoWinForm.B117
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
       01 tBoxReceived type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonLog type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HNO type System.Windows.Forms.ColumnHeader.
       01 HPID type System.Windows.Forms.ColumnHeader.
       01 HRCV type System.Windows.Forms.ColumnHeader.
       01 HDUE type System.Windows.Forms.ColumnHeader.
       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HCMP type System.Windows.Forms.ColumnHeader.
       01 HONT type System.Windows.Forms.ColumnHeader.
       01 HREC type System.Windows.Forms.ColumnHeader.
       01 HWTH type System.Windows.Forms.ColumnHeader.
       01 HPKG type System.Windows.Forms.ColumnHeader.
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
       set tBoxReceived to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set ButtonList to new System.Windows.Forms.Button
       set ButtonLog to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HNO to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HRCV to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDUE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCMP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HONT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HWTH to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPKG to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Size to new System.Drawing.Size(66 16)
       set label1::TabIndex to 1
       set label1::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPid::Location to new System.Drawing.Point(95 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(175 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(70 16)
       set label2::TabIndex to 3
       set label2::Text to "Received"
      *>
      *> tBoxReceived
      *>
       set tBoxReceived::Location to new System.Drawing.Point(250 42)
       set tBoxReceived::MaxLength to 10
       set tBoxReceived::Name to "tBoxReceived"
       set tBoxReceived::Size to new System.Drawing.Size(100 22)
       set tBoxReceived::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(700 16)
       set label3::TabIndex to 5
       set label3::Text to "Received YYYY-MM-DD, blank for today  -  answer due one calendar month later  -  LIST with no customer shows every open request"
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 115)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 6
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonLog
      *>
       set ButtonLog::Location to new System.Drawing.Point(120 115)
       set ButtonLog::Name to "ButtonLog"
       set ButtonLog::Size to new System.Drawing.Size(90 32)
       set ButtonLog::TabIndex to 7
       set ButtonLog::Text to "LOG"
       set ButtonLog::UseVisualStyleBackColor to True
       invoke ButtonLog::add_Click(new System.EventHandler(self::ButtonLog_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HNO HPID HRCV HDUE HSTS HCMP HONT HREC HWTH HPKG))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 160)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 280)
       set listView1::TabIndex to 8
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HNO
      *>
       set HNO::Text to "Request"
       set HNO::Width to 70
      *>
      *> HPID
      *>
       set HPID::Text to "Customer"
       set HPID::Width to 75
      *>
      *> HRCV
      *>
       set HRCV::Text to "Received"
       set HRCV::Width to 90
      *>
      *> HDUE
      *>
       set HDUE::Text to "Due"
       set HDUE::Width to 90
      *>
      *> HSTS
      *>
       set HSTS::Text to "Status"
       set HSTS::Width to 80
      *>
      *> HCMP
      *>
       set HCMP::Text to "Completed"
       set HCMP::Width to 90
      *>
      *> HONT
      *>
       set HONT::Text to "On time"
       set HONT::Width to 65
      *>
      *> HREC
      *>
       set HREC::Text to "Records"
       set HREC::Width to 70
      *>
      *> HWTH
      *>
       set HWTH::Text to "Withheld"
       set HWTH::Width to 70
      *>
      *> HPKG
      *>
       set HPKG::Text to "Package"
       set HPKG::Width to 250
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 454)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 9
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B117
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 480)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonLog)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxReceived)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B117"
       set self::Text to "opentext(tm) - Bank Demo - Subject Access Requests"
       invoke self::add_Load(new System.EventHandler(self::B117_Load))
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
