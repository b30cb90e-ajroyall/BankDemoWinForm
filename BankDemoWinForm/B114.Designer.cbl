       class-id BankDemoWinForm.B114
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 lblFunding type System.Windows.Forms.Label.
       01 tBoxFunding type System.Windows.Forms.TextBox.
       01 lblAcc type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 lblPid type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 lblPayee type System.Windows.Forms.Label.
       01 tBoxPayee type System.Windows.Forms.TextBox.
       01 lblAmt type System.Windows.Forms.Label.
       01 tBoxAmt type System.Windows.Forms.TextBox.
       01 lblCcy type System.Windows.Forms.Label.
       01 tBoxCcy type System.Windows.Forms.TextBox.
       01 lblNumber type System.Windows.Forms.Label.
       01 tBoxNumber type System.Windows.Forms.TextBox.
       01 lblReason type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 ButtonIssue type System.Windows.Forms.Button.
       01 ButtonStop type System.Windows.Forms.Button.
       01 ButtonReplace type System.Windows.Forms.Button.
       01 ButtonList type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 colNumber type System.Windows.Forms.ColumnHeader.
       01 colPayee type System.Windows.Forms.ColumnHeader.
       01 colAmount type System.Windows.Forms.ColumnHeader.
       01 colCcy type System.Windows.Forms.ColumnHeader.
       01 colStatus type System.Windows.Forms.ColumnHeader.
       01 colIssued type System.Windows.Forms.ColumnHeader.
       01 colFrom type System.Windows.Forms.ColumnHeader.
       01 colReplaces type System.Windows.Forms.ColumnHeader.
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
       set lblFunding to new System.Windows.Forms.Label
       set tBoxFunding to new System.Windows.Forms.TextBox
       set lblAcc to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set lblPid to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set lblPayee to new System.Windows.Forms.Label
       set tBoxPayee to new System.Windows.Forms.TextBox
       set lblAmt to new System.Windows.Forms.Label
       set tBoxAmt to new System.Windows.Forms.TextBox
       set lblCcy to new System.Windows.Forms.Label
       set tBoxCcy to new System.Windows.Forms.TextBox
       set lblNumber to new System.Windows.Forms.Label
       set tBoxNumber to new System.Windows.Forms.TextBox
       set lblReason to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set ButtonIssue to new System.Windows.Forms.Button
       set ButtonStop to new System.Windows.Forms.Button
       set ButtonReplace to new System.Windows.Forms.Button
       set ButtonList to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set colNumber to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colPayee to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAmount to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colCcy to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colStatus to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colIssued to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colFrom to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colReplaces to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set menuStrip1::Size to new System.Drawing.Size(760 28)
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
      *> lblFunding
      *>
       set lblFunding::AutoSize to True
       set lblFunding::Location to new System.Drawing.Point(12 43)
       set lblFunding::Name to "lblFunding"
       set lblFunding::Size to new System.Drawing.Size(95 17)
       set lblFunding::TabIndex to 1
       set lblFunding::Text to "Paid by (A/C)"
      *>
      *> tBoxFunding
      *>
       set tBoxFunding::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxFunding::Location to new System.Drawing.Point(130 40)
       set tBoxFunding::MaxLength to 1
       set tBoxFunding::Name to "tBoxFunding"
       set tBoxFunding::Size to new System.Drawing.Size(30 22)
       set tBoxFunding::TabIndex to 2
      *>
      *> lblAcc
      *>
       set lblAcc::AutoSize to True
       set lblAcc::Location to new System.Drawing.Point(190 43)
       set lblAcc::Name to "lblAcc"
       set lblAcc::Size to new System.Drawing.Size(55 17)
       set lblAcc::TabIndex to 3
       set lblAcc::Text to "Account"
      *>
      *> tBoxAcc
      *>
       set tBoxAcc::Location to new System.Drawing.Point(260 40)
       set tBoxAcc::MaxLength to 9
       set tBoxAcc::Name to "tBoxAcc"
       set tBoxAcc::Size to new System.Drawing.Size(100 22)
       set tBoxAcc::TabIndex to 4
      *>
      *> lblPid
      *>
       set lblPid::AutoSize to True
       set lblPid::Location to new System.Drawing.Point(390 43)
       set lblPid::Name to "lblPid"
       set lblPid::Size to new System.Drawing.Size(65 17)
       set lblPid::TabIndex to 5
       set lblPid::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(470 40)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(70 22)
       set tBoxPid::TabIndex to 6
      *>
      *> lblPayee
      *>
       set lblPayee::AutoSize to True
       set lblPayee::Location to new System.Drawing.Point(12 75)
       set lblPayee::Name to "lblPayee"
       set lblPayee::Size to new System.Drawing.Size(44 17)
       set lblPayee::TabIndex to 7
       set lblPayee::Text to "Payee"
      *>
      *> tBoxPayee
      *>
       set tBoxPayee::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPayee::Location to new System.Drawing.Point(130 72)
       set tBoxPayee::MaxLength to 30
       set tBoxPayee::Name to "tBoxPayee"
       set tBoxPayee::Size to new System.Drawing.Size(300 22)
       set tBoxPayee::TabIndex to 8
      *>
      *> lblAmt
      *>
       set lblAmt::AutoSize to True
       set lblAmt::Location to new System.Drawing.Point(470 75)
       set lblAmt::Name to "lblAmt"
       set lblAmt::Size to new System.Drawing.Size(52 17)
       set lblAmt::TabIndex to 9
       set lblAmt::Text to "Amount"
      *>
      *> tBoxAmt
      *>
       set tBoxAmt::Location to new System.Drawing.Point(540 72)
       set tBoxAmt::MaxLength to 10
       set tBoxAmt::Name to "tBoxAmt"
       set tBoxAmt::Size to new System.Drawing.Size(110 22)
       set tBoxAmt::TabIndex to 10
      *>
      *> lblCcy
      *>
       set lblCcy::AutoSize to True
       set lblCcy::Location to new System.Drawing.Point(12 107)
       set lblCcy::Name to "lblCcy"
       set lblCcy::Size to new System.Drawing.Size(61 17)
       set lblCcy::TabIndex to 11
       set lblCcy::Text to "Currency"
      *>
      *> tBoxCcy
      *>
       set tBoxCcy::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCcy::Location to new System.Drawing.Point(130 104)
       set tBoxCcy::MaxLength to 3
       set tBoxCcy::Name to "tBoxCcy"
       set tBoxCcy::Size to new System.Drawing.Size(50 22)
       set tBoxCcy::TabIndex to 12
      *>
      *> lblNumber
      *>
       set lblNumber::AutoSize to True
       set lblNumber::Location to new System.Drawing.Point(200 107)
       set lblNumber::Name to "lblNumber"
       set lblNumber::Size to new System.Drawing.Size(64 17)
       set lblNumber::TabIndex to 13
       set lblNumber::Text to "Draft no."
      *>
      *> tBoxNumber
      *>
       set tBoxNumber::Location to new System.Drawing.Point(280 104)
       set tBoxNumber::MaxLength to 6
       set tBoxNumber::Name to "tBoxNumber"
       set tBoxNumber::Size to new System.Drawing.Size(80 22)
       set tBoxNumber::TabIndex to 14
      *>
      *> lblReason
      *>
       set lblReason::AutoSize to True
       set lblReason::Location to new System.Drawing.Point(390 107)
       set lblReason::Name to "lblReason"
       set lblReason::Size to new System.Drawing.Size(53 17)
       set lblReason::TabIndex to 15
       set lblReason::Text to "Reason"
      *>
      *> tBoxReason
      *>
       set tBoxReason::Location to new System.Drawing.Point(470 104)
       set tBoxReason::MaxLength to 30
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(250 22)
       set tBoxReason::TabIndex to 16
      *>
      *> ButtonIssue
      *>
       set ButtonIssue::Location to new System.Drawing.Point(12 140)
       set ButtonIssue::Name to "ButtonIssue"
       set ButtonIssue::Size to new System.Drawing.Size(100 30)
       set ButtonIssue::TabIndex to 17
       set ButtonIssue::Text to "ISSUE"
       set ButtonIssue::UseVisualStyleBackColor to True
       invoke ButtonIssue::add_Click(new System.EventHandler(self::ButtonIssue_Click))
      *>
      *> ButtonStop
      *>
       set ButtonStop::Location to new System.Drawing.Point(122 140)
       set ButtonStop::Name to "ButtonStop"
       set ButtonStop::Size to new System.Drawing.Size(100 30)
       set ButtonStop::TabIndex to 18
       set ButtonStop::Text to "STOP"
       set ButtonStop::UseVisualStyleBackColor to True
       invoke ButtonStop::add_Click(new System.EventHandler(self::ButtonStop_Click))
      *>
      *> ButtonReplace
      *>
       set ButtonReplace::Location to new System.Drawing.Point(232 140)
       set ButtonReplace::Name to "ButtonReplace"
       set ButtonReplace::Size to new System.Drawing.Size(100 30)
       set ButtonReplace::TabIndex to 19
       set ButtonReplace::Text to "REPLACE"
       set ButtonReplace::UseVisualStyleBackColor to True
       invoke ButtonReplace::add_Click(new System.EventHandler(self::ButtonReplace_Click))
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(342 140)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(100 30)
       set ButtonList::TabIndex to 20
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colNumber colPayee colAmount colCcy colStatus colIssued colFrom colReplaces))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(12 182)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(736 280)
       set listView1::TabIndex to 21
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> colNumber
      *>
       set colNumber::Text to "NUMBER"
       set colNumber::Width to 70
      *>
      *> colPayee
      *>
       set colPayee::Text to "PAYEE"
       set colPayee::Width to 200
      *>
      *> colAmount
      *>
       set colAmount::Text to "AMOUNT"
       set colAmount::Width to 90
      *>
      *> colCcy
      *>
       set colCcy::Text to "CCY"
       set colCcy::Width to 45
      *>
      *> colStatus
      *>
       set colStatus::Text to "STATUS"
       set colStatus::Width to 90
      *>
      *> colIssued
      *>
       set colIssued::Text to "ISSUED"
       set colIssued::Width to 85
      *>
      *> colFrom
      *>
       set colFrom::Text to "PAID BY"
       set colFrom::Width to 80
      *>
      *> colReplaces
      *>
       set colReplaces::Text to "REPLACES"
       set colReplaces::Width to 70
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 474)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(760 26)
       set statusStrip1::TabIndex to 22
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B114
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(760 500)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(ButtonReplace)
       invoke self::Controls::Add(ButtonStop)
       invoke self::Controls::Add(ButtonIssue)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(lblReason)
       invoke self::Controls::Add(tBoxNumber)
       invoke self::Controls::Add(lblNumber)
       invoke self::Controls::Add(tBoxCcy)
       invoke self::Controls::Add(lblCcy)
       invoke self::Controls::Add(tBoxAmt)
       invoke self::Controls::Add(lblAmt)
       invoke self::Controls::Add(tBoxPayee)
       invoke self::Controls::Add(lblPayee)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(lblPid)
       invoke self::Controls::Add(tBoxAcc)
       invoke self::Controls::Add(lblAcc)
       invoke self::Controls::Add(tBoxFunding)
       invoke self::Controls::Add(lblFunding)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B114"
       set self::Text to "opentext(tm) - Bank Demo - Bank Drafts"
       invoke self::add_Load(new System.EventHandler(self::B114_Load))
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
