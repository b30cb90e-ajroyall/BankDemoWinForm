       class-id BankDemoWinForm.B116
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
       01 tBoxChannel type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxPurpose type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxCapture type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxSummary type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonGrant type System.Windows.Forms.Button.
       01 ButtonWithdraw type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HCHN type System.Windows.Forms.ColumnHeader.
       01 HPUR type System.Windows.Forms.ColumnHeader.
       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HGRT type System.Windows.Forms.ColumnHeader.
       01 HWDR type System.Windows.Forms.ColumnHeader.
       01 HCAP type System.Windows.Forms.ColumnHeader.
       01 HUSR type System.Windows.Forms.ColumnHeader.
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
       set tBoxChannel to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxPurpose to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxCapture to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set label6 to new System.Windows.Forms.Label
       set tBoxSummary to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonGrant to new System.Windows.Forms.Button
       set ButtonWithdraw to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HCHN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPUR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HGRT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HWDR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCAP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUSR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set menuStrip1::Size to new System.Drawing.Size(860 28)
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
       set label2::Size to new System.Drawing.Size(60 16)
       set label2::TabIndex to 3
       set label2::Text to "Channel"
      *>
      *> tBoxChannel
      *>
       set tBoxChannel::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxChannel::Location to new System.Drawing.Point(240 42)
       set tBoxChannel::MaxLength to 1
       set tBoxChannel::Name to "tBoxChannel"
       set tBoxChannel::Size to new System.Drawing.Size(30 22)
       set tBoxChannel::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(285 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(57 16)
       set label3::TabIndex to 5
       set label3::Text to "Purpose"
      *>
      *> tBoxPurpose
      *>
       set tBoxPurpose::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPurpose::Location to new System.Drawing.Point(350 42)
       set tBoxPurpose::MaxLength to 1
       set tBoxPurpose::Name to "tBoxPurpose"
       set tBoxPurpose::Size to new System.Drawing.Size(30 22)
       set tBoxPurpose::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(395 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(90 16)
       set label4::TabIndex to 7
       set label4::Text to "Captured via"
      *>
      *> tBoxCapture
      *>
       set tBoxCapture::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCapture::Location to new System.Drawing.Point(490 42)
       set tBoxCapture::MaxLength to 1
       set tBoxCapture::Name to "tBoxCapture"
       set tBoxCapture::Size to new System.Drawing.Size(30 22)
       set tBoxCapture::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(17 80)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(500 16)
       set label5::TabIndex to 9
       set label5::Text to "Channel P post  E e-mail  S SMS  T phone  M statement  -  Purpose M ours  T partner  R research  -  Captured B branch  P phone  O online"
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(17 110)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(60 16)
       set label6::TabIndex to 10
       set label6::Text to "Status"
      *>
      *> tBoxSummary
      *>
       set tBoxSummary::Location to new System.Drawing.Point(95 107)
       set tBoxSummary::Name to "tBoxSummary"
       set tBoxSummary::ReadOnly to True
       set tBoxSummary::Size to new System.Drawing.Size(500 22)
       set tBoxSummary::TabIndex to 11
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 145)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 12
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonGrant
      *>
       set ButtonGrant::Location to new System.Drawing.Point(120 145)
       set ButtonGrant::Name to "ButtonGrant"
       set ButtonGrant::Size to new System.Drawing.Size(90 32)
       set ButtonGrant::TabIndex to 13
       set ButtonGrant::Text to "GRANT"
       set ButtonGrant::UseVisualStyleBackColor to True
       invoke ButtonGrant::add_Click(new System.EventHandler(self::ButtonGrant_Click))
      *>
      *> ButtonWithdraw
      *>
       set ButtonWithdraw::Location to new System.Drawing.Point(223 145)
       set ButtonWithdraw::Name to "ButtonWithdraw"
       set ButtonWithdraw::Size to new System.Drawing.Size(90 32)
       set ButtonWithdraw::TabIndex to 14
       set ButtonWithdraw::Text to "WITHDRAW"
       set ButtonWithdraw::UseVisualStyleBackColor to True
       invoke ButtonWithdraw::add_Click(new System.EventHandler(self::ButtonWithdraw_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HCHN HPUR HSTS HGRT HWDR HCAP HUSR))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 190)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(820 250)
       set listView1::TabIndex to 15
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HCHN
      *>
       set HCHN::Text to "Channel"
       set HCHN::Width to 130
      *>
      *> HPUR
      *>
       set HPUR::Text to "Purpose"
       set HPUR::Width to 130
      *>
      *> HSTS
      *>
       set HSTS::Text to "Status"
       set HSTS::Width to 90
      *>
      *> HGRT
      *>
       set HGRT::Text to "Granted"
       set HGRT::Width to 95
      *>
      *> HWDR
      *>
       set HWDR::Text to "Withdrawn"
       set HWDR::Width to 95
      *>
      *> HCAP
      *>
       set HCAP::Text to "Captured"
       set HCAP::Width to 90
      *>
      *> HUSR
      *>
       set HUSR::Text to "By"
       set HUSR::Width to 60
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 454)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(860 26)
       set statusStrip1::TabIndex to 16
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B116
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(860 480)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonWithdraw)
       invoke self::Controls::Add(ButtonGrant)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxSummary)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxCapture)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxPurpose)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxChannel)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B116"
       set self::Text to "opentext(tm) - Bank Demo - Marketing Consent"
       invoke self::add_Load(new System.EventHandler(self::B116_Load))
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
