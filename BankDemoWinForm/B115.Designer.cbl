       class-id BankDemoWinForm.B115
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 lblPid type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 lblAcc type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 lblNumber type System.Windows.Forms.Label.
       01 tBoxNumber type System.Windows.Forms.TextBox.
       01 lblCategory type System.Windows.Forms.Label.
       01 tBoxCategory type System.Windows.Forms.TextBox.
       01 lblProduct type System.Windows.Forms.Label.
       01 tBoxProduct type System.Windows.Forms.TextBox.
       01 lblBranch type System.Windows.Forms.Label.
       01 tBoxBranch type System.Windows.Forms.TextBox.
       01 lblSummary type System.Windows.Forms.Label.
       01 tBoxSummary type System.Windows.Forms.TextBox.
       01 lblReceived type System.Windows.Forms.Label.
       01 tBoxReceived type System.Windows.Forms.TextBox.
       01 lblOutcome type System.Windows.Forms.Label.
       01 tBoxOutcome type System.Windows.Forms.TextBox.
       01 lblCause type System.Windows.Forms.Label.
       01 tBoxCause type System.Windows.Forms.TextBox.
       01 lblRedress type System.Windows.Forms.Label.
       01 tBoxRedress type System.Windows.Forms.TextBox.
       01 lblRedressAcc type System.Windows.Forms.Label.
       01 tBoxRedressAcc type System.Windows.Forms.TextBox.
       01 ButtonOpen type System.Windows.Forms.Button.
       01 ButtonAck type System.Windows.Forms.Button.
       01 ButtonFinal type System.Windows.Forms.Button.
       01 ButtonList type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 colNumber type System.Windows.Forms.ColumnHeader.
       01 colPid type System.Windows.Forms.ColumnHeader.
       01 colCat type System.Windows.Forms.ColumnHeader.
       01 colProd type System.Windows.Forms.ColumnHeader.
       01 colStatus type System.Windows.Forms.ColumnHeader.
       01 colReceived type System.Windows.Forms.ColumnHeader.
       01 colAckDue type System.Windows.Forms.ColumnHeader.
       01 colFinalDue type System.Windows.Forms.ColumnHeader.
       01 colOutcome type System.Windows.Forms.ColumnHeader.
       01 colRedress type System.Windows.Forms.ColumnHeader.
       01 colEsc type System.Windows.Forms.ColumnHeader.
       01 colSummary type System.Windows.Forms.ColumnHeader.
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
       set lblPid to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set lblAcc to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set lblNumber to new System.Windows.Forms.Label
       set tBoxNumber to new System.Windows.Forms.TextBox
       set lblCategory to new System.Windows.Forms.Label
       set tBoxCategory to new System.Windows.Forms.TextBox
       set lblProduct to new System.Windows.Forms.Label
       set tBoxProduct to new System.Windows.Forms.TextBox
       set lblBranch to new System.Windows.Forms.Label
       set tBoxBranch to new System.Windows.Forms.TextBox
       set lblSummary to new System.Windows.Forms.Label
       set tBoxSummary to new System.Windows.Forms.TextBox
       set lblReceived to new System.Windows.Forms.Label
       set tBoxReceived to new System.Windows.Forms.TextBox
       set lblOutcome to new System.Windows.Forms.Label
       set tBoxOutcome to new System.Windows.Forms.TextBox
       set lblCause to new System.Windows.Forms.Label
       set tBoxCause to new System.Windows.Forms.TextBox
       set lblRedress to new System.Windows.Forms.Label
       set tBoxRedress to new System.Windows.Forms.TextBox
       set lblRedressAcc to new System.Windows.Forms.Label
       set tBoxRedressAcc to new System.Windows.Forms.TextBox
       set ButtonOpen to new System.Windows.Forms.Button
       set ButtonAck to new System.Windows.Forms.Button
       set ButtonFinal to new System.Windows.Forms.Button
       set ButtonList to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set colNumber to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colPid to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colCat to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colProd to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colStatus to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colReceived to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAckDue to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colFinalDue to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colOutcome to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colRedress to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colEsc to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colSummary to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set menuStrip1::Size to new System.Drawing.Size(800 28)
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
      *> lblPid
      *>
       set lblPid::AutoSize to True
       set lblPid::Location to new System.Drawing.Point(12 43)
       set lblPid::Name to "lblPid"
       set lblPid::Size to new System.Drawing.Size(65 17)
       set lblPid::TabIndex to 1
       set lblPid::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPid::Location to new System.Drawing.Point(130 40)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(70 22)
       set tBoxPid::TabIndex to 2
      *>
      *> lblAcc
      *>
       set lblAcc::AutoSize to True
       set lblAcc::Location to new System.Drawing.Point(230 43)
       set lblAcc::Name to "lblAcc"
       set lblAcc::Size to new System.Drawing.Size(55 17)
       set lblAcc::TabIndex to 3
       set lblAcc::Text to "Account"
      *>
      *> tBoxAcc
      *>
       set tBoxAcc::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxAcc::Location to new System.Drawing.Point(300 40)
       set tBoxAcc::MaxLength to 9
       set tBoxAcc::Name to "tBoxAcc"
       set tBoxAcc::Size to new System.Drawing.Size(100 22)
       set tBoxAcc::TabIndex to 4
      *>
      *> lblNumber
      *>
       set lblNumber::AutoSize to True
       set lblNumber::Location to new System.Drawing.Point(430 43)
       set lblNumber::Name to "lblNumber"
       set lblNumber::Size to new System.Drawing.Size(95 17)
       set lblNumber::TabIndex to 5
       set lblNumber::Text to "Complaint no."
      *>
      *> tBoxNumber
      *>
       set tBoxNumber::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxNumber::Location to new System.Drawing.Point(540 40)
       set tBoxNumber::MaxLength to 7
       set tBoxNumber::Name to "tBoxNumber"
       set tBoxNumber::Size to new System.Drawing.Size(80 22)
       set tBoxNumber::TabIndex to 6
      *>
      *> lblCategory
      *>
       set lblCategory::AutoSize to True
       set lblCategory::Location to new System.Drawing.Point(12 75)
       set lblCategory::Name to "lblCategory"
       set lblCategory::Size to new System.Drawing.Size(62 17)
       set lblCategory::TabIndex to 7
       set lblCategory::Text to "Category"
      *>
      *> tBoxCategory
      *>
       set tBoxCategory::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCategory::Location to new System.Drawing.Point(130 72)
       set tBoxCategory::MaxLength to 2
       set tBoxCategory::Name to "tBoxCategory"
       set tBoxCategory::Size to new System.Drawing.Size(40 22)
       set tBoxCategory::TabIndex to 8
      *>
      *> lblProduct
      *>
       set lblProduct::AutoSize to True
       set lblProduct::Location to new System.Drawing.Point(230 75)
       set lblProduct::Name to "lblProduct"
       set lblProduct::Size to new System.Drawing.Size(55 17)
       set lblProduct::TabIndex to 9
       set lblProduct::Text to "Product"
      *>
      *> tBoxProduct
      *>
       set tBoxProduct::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxProduct::Location to new System.Drawing.Point(300 72)
       set tBoxProduct::MaxLength to 2
       set tBoxProduct::Name to "tBoxProduct"
       set tBoxProduct::Size to new System.Drawing.Size(40 22)
       set tBoxProduct::TabIndex to 10
      *>
      *> lblBranch
      *>
       set lblBranch::AutoSize to True
       set lblBranch::Location to new System.Drawing.Point(430 75)
       set lblBranch::Name to "lblBranch"
       set lblBranch::Size to new System.Drawing.Size(49 17)
       set lblBranch::TabIndex to 11
       set lblBranch::Text to "Branch"
      *>
      *> tBoxBranch
      *>
       set tBoxBranch::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxBranch::Location to new System.Drawing.Point(540 72)
       set tBoxBranch::MaxLength to 3
       set tBoxBranch::Name to "tBoxBranch"
       set tBoxBranch::Size to new System.Drawing.Size(50 22)
       set tBoxBranch::TabIndex to 12
      *>
      *> lblSummary
      *>
       set lblSummary::AutoSize to True
       set lblSummary::Location to new System.Drawing.Point(12 107)
       set lblSummary::Name to "lblSummary"
       set lblSummary::Size to new System.Drawing.Size(62 17)
       set lblSummary::TabIndex to 13
       set lblSummary::Text to "Summary"
      *>
      *> tBoxSummary
      *>
       set tBoxSummary::Location to new System.Drawing.Point(130 104)
       set tBoxSummary::MaxLength to 60
       set tBoxSummary::Name to "tBoxSummary"
       set tBoxSummary::Size to new System.Drawing.Size(450 22)
       set tBoxSummary::TabIndex to 14
      *>
      *> lblReceived
      *>
       set lblReceived::AutoSize to True
       set lblReceived::Location to new System.Drawing.Point(600 107)
       set lblReceived::Name to "lblReceived"
       set lblReceived::Size to new System.Drawing.Size(62 17)
       set lblReceived::TabIndex to 15
       set lblReceived::Text to "Received"
      *>
      *> tBoxReceived
      *>
       set tBoxReceived::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxReceived::Location to new System.Drawing.Point(670 104)
       set tBoxReceived::MaxLength to 10
       set tBoxReceived::Name to "tBoxReceived"
       set tBoxReceived::Size to new System.Drawing.Size(90 22)
       set tBoxReceived::TabIndex to 16
      *>
      *> lblOutcome
      *>
       set lblOutcome::AutoSize to True
       set lblOutcome::Location to new System.Drawing.Point(12 139)
       set lblOutcome::Name to "lblOutcome"
       set lblOutcome::Size to new System.Drawing.Size(58 17)
       set lblOutcome::TabIndex to 17
       set lblOutcome::Text to "Outcome"
      *>
      *> tBoxOutcome
      *>
       set tBoxOutcome::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxOutcome::Location to new System.Drawing.Point(130 136)
       set tBoxOutcome::MaxLength to 1
       set tBoxOutcome::Name to "tBoxOutcome"
       set tBoxOutcome::Size to new System.Drawing.Size(30 22)
       set tBoxOutcome::TabIndex to 18
      *>
      *> lblCause
      *>
       set lblCause::AutoSize to True
       set lblCause::Location to new System.Drawing.Point(230 139)
       set lblCause::Name to "lblCause"
       set lblCause::Size to new System.Drawing.Size(74 17)
       set lblCause::TabIndex to 19
       set lblCause::Text to "Root cause"
      *>
      *> tBoxCause
      *>
       set tBoxCause::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCause::Location to new System.Drawing.Point(310 136)
       set tBoxCause::MaxLength to 3
       set tBoxCause::Name to "tBoxCause"
       set tBoxCause::Size to new System.Drawing.Size(50 22)
       set tBoxCause::TabIndex to 20
      *>
      *> lblRedress
      *>
       set lblRedress::AutoSize to True
       set lblRedress::Location to new System.Drawing.Point(390 139)
       set lblRedress::Name to "lblRedress"
       set lblRedress::Size to new System.Drawing.Size(55 17)
       set lblRedress::TabIndex to 21
       set lblRedress::Text to "Redress"
      *>
      *> tBoxRedress
      *>
       set tBoxRedress::Location to new System.Drawing.Point(460 136)
       set tBoxRedress::Name to "tBoxRedress"
       set tBoxRedress::Size to new System.Drawing.Size(100 22)
       set tBoxRedress::TabIndex to 22
      *>
      *> lblRedressAcc
      *>
       set lblRedressAcc::AutoSize to True
       set lblRedressAcc::Location to new System.Drawing.Point(580 139)
       set lblRedressAcc::Name to "lblRedressAcc"
       set lblRedressAcc::Size to new System.Drawing.Size(62 17)
       set lblRedressAcc::TabIndex to 23
       set lblRedressAcc::Text to "Credit to"
      *>
      *> tBoxRedressAcc
      *>
       set tBoxRedressAcc::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxRedressAcc::Location to new System.Drawing.Point(660 136)
       set tBoxRedressAcc::MaxLength to 9
       set tBoxRedressAcc::Name to "tBoxRedressAcc"
       set tBoxRedressAcc::Size to new System.Drawing.Size(100 22)
       set tBoxRedressAcc::TabIndex to 24
      *>
      *> ButtonOpen
      *>
       set ButtonOpen::Location to new System.Drawing.Point(12 172)
       set ButtonOpen::Name to "ButtonOpen"
       set ButtonOpen::Size to new System.Drawing.Size(100 30)
       set ButtonOpen::TabIndex to 25
       set ButtonOpen::Text to "OPEN"
       set ButtonOpen::UseVisualStyleBackColor to True
       invoke ButtonOpen::add_Click(new System.EventHandler(self::ButtonOpen_Click))
      *>
      *> ButtonAck
      *>
       set ButtonAck::Location to new System.Drawing.Point(122 172)
       set ButtonAck::Name to "ButtonAck"
       set ButtonAck::Size to new System.Drawing.Size(100 30)
       set ButtonAck::TabIndex to 26
       set ButtonAck::Text to "ACKNOWLEDGE"
       set ButtonAck::UseVisualStyleBackColor to True
       invoke ButtonAck::add_Click(new System.EventHandler(self::ButtonAck_Click))
      *>
      *> ButtonFinal
      *>
       set ButtonFinal::Location to new System.Drawing.Point(232 172)
       set ButtonFinal::Name to "ButtonFinal"
       set ButtonFinal::Size to new System.Drawing.Size(100 30)
       set ButtonFinal::TabIndex to 27
       set ButtonFinal::Text to "FINAL"
       set ButtonFinal::UseVisualStyleBackColor to True
       invoke ButtonFinal::add_Click(new System.EventHandler(self::ButtonFinal_Click))
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(342 172)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(100 30)
       set ButtonList::TabIndex to 28
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colNumber colPid colCat colProd colStatus colReceived colAckDue colFinalDue colOutcome colRedress colEsc colSummary))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(12 214)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(776 280)
       set listView1::TabIndex to 29
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> colNumber
      *>
       set colNumber::Text to "NUMBER"
       set colNumber::Width to 65
      *>
      *> colPid
      *>
       set colPid::Text to "CUST"
       set colPid::Width to 55
      *>
      *> colCat
      *>
       set colCat::Text to "CAT"
       set colCat::Width to 40
      *>
      *> colProd
      *>
       set colProd::Text to "PROD"
       set colProd::Width to 45
      *>
      *> colStatus
      *>
       set colStatus::Text to "STATUS"
       set colStatus::Width to 85
      *>
      *> colReceived
      *>
       set colReceived::Text to "RECEIVED"
       set colReceived::Width to 85
      *>
      *> colAckDue
      *>
       set colAckDue::Text to "ACK DUE"
       set colAckDue::Width to 85
      *>
      *> colFinalDue
      *>
       set colFinalDue::Text to "FINAL DUE"
       set colFinalDue::Width to 85
      *>
      *> colOutcome
      *>
       set colOutcome::Text to "OUTCOME"
       set colOutcome::Width to 75
      *>
      *> colRedress
      *>
       set colRedress::Text to "REDRESS"
       set colRedress::Width to 80
      *>
      *> colEsc
      *>
       set colEsc::Text to "ESC"
       set colEsc::Width to 40
      *>
      *> colSummary
      *>
       set colSummary::Text to "SUMMARY"
       set colSummary::Width to 250
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 504)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(800 26)
       set statusStrip1::TabIndex to 30
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B115
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(800 530)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(ButtonFinal)
       invoke self::Controls::Add(ButtonAck)
       invoke self::Controls::Add(ButtonOpen)
       invoke self::Controls::Add(tBoxRedressAcc)
       invoke self::Controls::Add(lblRedressAcc)
       invoke self::Controls::Add(tBoxRedress)
       invoke self::Controls::Add(lblRedress)
       invoke self::Controls::Add(tBoxCause)
       invoke self::Controls::Add(lblCause)
       invoke self::Controls::Add(tBoxOutcome)
       invoke self::Controls::Add(lblOutcome)
       invoke self::Controls::Add(tBoxReceived)
       invoke self::Controls::Add(lblReceived)
       invoke self::Controls::Add(tBoxSummary)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(tBoxBranch)
       invoke self::Controls::Add(lblBranch)
       invoke self::Controls::Add(tBoxProduct)
       invoke self::Controls::Add(lblProduct)
       invoke self::Controls::Add(tBoxCategory)
       invoke self::Controls::Add(lblCategory)
       invoke self::Controls::Add(tBoxNumber)
       invoke self::Controls::Add(lblNumber)
       invoke self::Controls::Add(tBoxAcc)
       invoke self::Controls::Add(lblAcc)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(lblPid)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B115"
       set self::Text to "opentext(tm) - Bank Demo - Complaints"
       invoke self::add_Load(new System.EventHandler(self::B115_Load))
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
