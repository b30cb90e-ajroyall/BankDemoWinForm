       class-id BankDemoWinForm.B118
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
       01 tBoxOfficer type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxDeclaration type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxDob type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxAddr1 type System.Windows.Forms.TextBox.
       01 tBoxAddr2 type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxCountry type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxPostCode type System.Windows.Forms.TextBox.
       01 label10 type System.Windows.Forms.Label.
       01 tBoxPct type System.Windows.Forms.TextBox.
       01 label11 type System.Windows.Forms.Label.
       01 tBoxControl type System.Windows.Forms.TextBox.
       01 label12 type System.Windows.Forms.Label.
       01 tBoxVerified type System.Windows.Forms.TextBox.
       01 label13 type System.Windows.Forms.Label.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonDeclare type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonUpdate type System.Windows.Forms.Button.
       01 ButtonRemove type System.Windows.Forms.Button.
       01 ButtonQueue type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HSEQ type System.Windows.Forms.ColumnHeader.
       01 HNAM type System.Windows.Forms.ColumnHeader.
       01 HDOB type System.Windows.Forms.ColumnHeader.
       01 HCTY type System.Windows.Forms.ColumnHeader.
       01 HPCT type System.Windows.Forms.ColumnHeader.
       01 HCTL type System.Windows.Forms.ColumnHeader.
       01 HVER type System.Windows.Forms.ColumnHeader.
       01 HSCR type System.Windows.Forms.ColumnHeader.
       01 HSTA type System.Windows.Forms.ColumnHeader.
       01 label14 type System.Windows.Forms.Label.
       01 listView2 type System.Windows.Forms.ListView.
       01 HDPID type System.Windows.Forms.ColumnHeader.
       01 HDNAM type System.Windows.Forms.ColumnHeader.
       01 HDOFF type System.Windows.Forms.ColumnHeader.
       01 HDDEC type System.Windows.Forms.ColumnHeader.
       01 HDREC type System.Windows.Forms.ColumnHeader.
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
       set tBoxOfficer to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxDeclaration to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxDob to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxAddr1 to new System.Windows.Forms.TextBox
       set tBoxAddr2 to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxCountry to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tBoxPostCode to new System.Windows.Forms.TextBox
       set label10 to new System.Windows.Forms.Label
       set tBoxPct to new System.Windows.Forms.TextBox
       set label11 to new System.Windows.Forms.Label
       set tBoxControl to new System.Windows.Forms.TextBox
       set label12 to new System.Windows.Forms.Label
       set tBoxVerified to new System.Windows.Forms.TextBox
       set label13 to new System.Windows.Forms.Label
       set ButtonList to new System.Windows.Forms.Button
       set ButtonDeclare to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonUpdate to new System.Windows.Forms.Button
       set ButtonRemove to new System.Windows.Forms.Button
       set ButtonQueue to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HSEQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNAM to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDOB to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCTY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPCT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCTL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HVER to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSCR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTA to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label14 to new System.Windows.Forms.Label
       set listView2 to new System.Windows.Forms.ListView
       set HDPID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDNAM to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDOFF to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDDEC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDREC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Text to "Business"
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
       set label2::Text to "Officer"
      *>
      *> tBoxOfficer
      *>
       set tBoxOfficer::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxOfficer::Location to new System.Drawing.Point(240 42)
       set tBoxOfficer::MaxLength to 5
       set tBoxOfficer::Name to "tBoxOfficer"
       set tBoxOfficer::Size to new System.Drawing.Size(60 22)
       set tBoxOfficer::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(320 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(110 16)
       set label3::TabIndex to 5
       set label3::Text to "Declaration"
      *>
      *> tBoxDeclaration
      *>
       set tBoxDeclaration::Location to new System.Drawing.Point(410 42)
       set tBoxDeclaration::Name to "tBoxDeclaration"
       set tBoxDeclaration::ReadOnly to True
       set tBoxDeclaration::Size to new System.Drawing.Size(500 22)
       set tBoxDeclaration::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(17 78)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(70 16)
       set label4::TabIndex to 7
       set label4::Text to "Owner #"
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(95 75)
       set tBoxSeq::MaxLength to 3
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(40 22)
       set tBoxSeq::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(155 78)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(40 16)
       set label5::TabIndex to 9
       set label5::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxName::Location to new System.Drawing.Point(210 75)
       set tBoxName::MaxLength to 40
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(330 22)
       set tBoxName::TabIndex to 10
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(560 78)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(40 16)
       set label6::TabIndex to 11
       set label6::Text to "Born"
      *>
      *> tBoxDob
      *>
       set tBoxDob::Location to new System.Drawing.Point(610 75)
       set tBoxDob::MaxLength to 10
       set tBoxDob::Name to "tBoxDob"
       set tBoxDob::Size to new System.Drawing.Size(100 22)
       set tBoxDob::TabIndex to 12
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(17 111)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(70 16)
       set label7::TabIndex to 13
       set label7::Text to "Address"
      *>
      *> tBoxAddr1
      *>
       set tBoxAddr1::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxAddr1::Location to new System.Drawing.Point(95 108)
       set tBoxAddr1::MaxLength to 25
       set tBoxAddr1::Name to "tBoxAddr1"
       set tBoxAddr1::Size to new System.Drawing.Size(220 22)
       set tBoxAddr1::TabIndex to 14
      *>
      *> tBoxAddr2
      *>
       set tBoxAddr2::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxAddr2::Location to new System.Drawing.Point(325 108)
       set tBoxAddr2::MaxLength to 25
       set tBoxAddr2::Name to "tBoxAddr2"
       set tBoxAddr2::Size to new System.Drawing.Size(220 22)
       set tBoxAddr2::TabIndex to 15
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(560 111)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(70 16)
       set label8::TabIndex to 16
       set label8::Text to "Country"
      *>
      *> tBoxCountry
      *>
       set tBoxCountry::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCountry::Location to new System.Drawing.Point(625 108)
       set tBoxCountry::MaxLength to 6
       set tBoxCountry::Name to "tBoxCountry"
       set tBoxCountry::Size to new System.Drawing.Size(60 22)
       set tBoxCountry::TabIndex to 17
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(700 111)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(90 16)
       set label9::TabIndex to 18
       set label9::Text to "Post code"
      *>
      *> tBoxPostCode
      *>
       set tBoxPostCode::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPostCode::Location to new System.Drawing.Point(780 108)
       set tBoxPostCode::MaxLength to 6
       set tBoxPostCode::Name to "tBoxPostCode"
       set tBoxPostCode::Size to new System.Drawing.Size(70 22)
       set tBoxPostCode::TabIndex to 19
      *>
      *> label10
      *>
       set label10::AutoSize to True
       set label10::Location to new System.Drawing.Point(17 144)
       set label10::Name to "label10"
       set label10::Size to new System.Drawing.Size(70 16)
       set label10::TabIndex to 20
       set label10::Text to "Owned %"
      *>
      *> tBoxPct
      *>
       set tBoxPct::Location to new System.Drawing.Point(95 141)
       set tBoxPct::MaxLength to 6
       set tBoxPct::Name to "tBoxPct"
       set tBoxPct::Size to new System.Drawing.Size(70 22)
       set tBoxPct::TabIndex to 21
      *>
      *> label11
      *>
       set label11::AutoSize to True
       set label11::Location to new System.Drawing.Point(185 144)
       set label11::Name to "label11"
       set label11::Size to new System.Drawing.Size(170 16)
       set label11::TabIndex to 22
       set label11::Text to "Control (S/V/B/O)"
      *>
      *> tBoxControl
      *>
       set tBoxControl::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxControl::Location to new System.Drawing.Point(320 141)
       set tBoxControl::MaxLength to 1
       set tBoxControl::Name to "tBoxControl"
       set tBoxControl::Size to new System.Drawing.Size(30 22)
       set tBoxControl::TabIndex to 23
      *>
      *> label12
      *>
       set label12::AutoSize to True
       set label12::Location to new System.Drawing.Point(370 144)
       set label12::Name to "label12"
       set label12::Size to new System.Drawing.Size(140 16)
       set label12::TabIndex to 24
       set label12::Text to "Verified (U/V)"
      *>
      *> tBoxVerified
      *>
       set tBoxVerified::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxVerified::Location to new System.Drawing.Point(480 141)
       set tBoxVerified::MaxLength to 1
       set tBoxVerified::Name to "tBoxVerified"
       set tBoxVerified::Size to new System.Drawing.Size(30 22)
       set tBoxVerified::TabIndex to 25
      *>
      *> label13
      *>
       set label13::AutoSize to True
       set label13::Location to new System.Drawing.Point(17 177)
       set label13::Name to "label13"
       set label13::Size to new System.Drawing.Size(700 16)
       set label13::TabIndex to 26
       set label13::Text to "S shareholding  V voting rights  B board appointment  O other control  -  U unverified  V verified"
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 205)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 27
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonDeclare
      *>
       set ButtonDeclare::Location to new System.Drawing.Point(120 205)
       set ButtonDeclare::Name to "ButtonDeclare"
       set ButtonDeclare::Size to new System.Drawing.Size(90 32)
       set ButtonDeclare::TabIndex to 28
       set ButtonDeclare::Text to "DECLARE"
       set ButtonDeclare::UseVisualStyleBackColor to True
       invoke ButtonDeclare::add_Click(new System.EventHandler(self::ButtonDeclare_Click))
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(223 205)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(90 32)
       set ButtonAdd::TabIndex to 29
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonUpdate
      *>
       set ButtonUpdate::Location to new System.Drawing.Point(326 205)
       set ButtonUpdate::Name to "ButtonUpdate"
       set ButtonUpdate::Size to new System.Drawing.Size(90 32)
       set ButtonUpdate::TabIndex to 30
       set ButtonUpdate::Text to "UPDATE"
       set ButtonUpdate::UseVisualStyleBackColor to True
       invoke ButtonUpdate::add_Click(new System.EventHandler(self::ButtonUpdate_Click))
      *>
      *> ButtonRemove
      *>
       set ButtonRemove::Location to new System.Drawing.Point(429 205)
       set ButtonRemove::Name to "ButtonRemove"
       set ButtonRemove::Size to new System.Drawing.Size(90 32)
       set ButtonRemove::TabIndex to 31
       set ButtonRemove::Text to "REMOVE"
       set ButtonRemove::UseVisualStyleBackColor to True
       invoke ButtonRemove::add_Click(new System.EventHandler(self::ButtonRemove_Click))
      *>
      *> ButtonQueue
      *>
       set ButtonQueue::Location to new System.Drawing.Point(532 205)
       set ButtonQueue::Name to "ButtonQueue"
       set ButtonQueue::Size to new System.Drawing.Size(90 32)
       set ButtonQueue::TabIndex to 32
       set ButtonQueue::Text to "QUEUE"
       set ButtonQueue::UseVisualStyleBackColor to True
       invoke ButtonQueue::add_Click(new System.EventHandler(self::ButtonQueue_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HSEQ HNAM HDOB HCTY HPCT HCTL HVER HSCR HSTA))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 250)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 190)
       set listView1::TabIndex to 33
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HSEQ
      *>
       set HSEQ::Text to "#"
       set HSEQ::Width to 40
      *>
      *> HNAM
      *>
       set HNAM::Text to "Name"
       set HNAM::Width to 230
      *>
      *> HDOB
      *>
       set HDOB::Text to "Born"
       set HDOB::Width to 90
      *>
      *> HCTY
      *>
       set HCTY::Text to "Country"
       set HCTY::Width to 70
      *>
      *> HPCT
      *>
       set HPCT::Text to "Owned %"
       set HPCT::Width to 75
      *>
      *> HCTL
      *>
       set HCTL::Text to "Control"
       set HCTL::Width to 110
      *>
      *> HVER
      *>
       set HVER::Text to "Verified"
       set HVER::Width to 80
      *>
      *> HSCR
      *>
       set HSCR::Text to "Watchlist"
       set HSCR::Width to 85
      *>
      *> HSTA
      *>
       set HSTA::Text to "Status"
       set HSTA::Width to 80
      *>
      *> label14
      *>
       set label14::AutoSize to True
       set label14::Location to new System.Drawing.Point(17 450)
       set label14::Name to "label14"
       set label14::Size to new System.Drawing.Size(300 16)
       set label14::TabIndex to 34
       set label14::Text to "Declarations due for re-certification"
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HDPID HDNAM HDOFF HDDEC HDREC))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(17 470)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(960 150)
       set listView2::TabIndex to 35
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
       invoke listView2::add_SelectedIndexChanged(new System.EventHandler(self::listView2_SelectedIndexChanged))
      *>
      *> HDPID
      *>
       set HDPID::Text to "Business"
       set HDPID::Width to 85
      *>
      *> HDNAM
      *>
       set HDNAM::Text to "Name"
       set HDNAM::Width to 230
      *>
      *> HDOFF
      *>
       set HDOFF::Text to "Officer"
       set HDOFF::Width to 80
      *>
      *> HDDEC
      *>
       set HDDEC::Text to "Declared"
       set HDDEC::Width to 100
      *>
      *> HDREC
      *>
       set HDREC::Text to "Re-certify by"
       set HDREC::Width to 110
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 634)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 36
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B118
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 660)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(label14)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonQueue)
       invoke self::Controls::Add(ButtonRemove)
       invoke self::Controls::Add(ButtonUpdate)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonDeclare)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(label13)
       invoke self::Controls::Add(tBoxVerified)
       invoke self::Controls::Add(label12)
       invoke self::Controls::Add(tBoxControl)
       invoke self::Controls::Add(label11)
       invoke self::Controls::Add(tBoxPct)
       invoke self::Controls::Add(label10)
       invoke self::Controls::Add(tBoxPostCode)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(tBoxCountry)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxAddr2)
       invoke self::Controls::Add(tBoxAddr1)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxDob)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxDeclaration)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxOfficer)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B118"
       set self::Text to "opentext(tm) - Bank Demo - Beneficial Ownership"
       invoke self::add_Load(new System.EventHandler(self::B118_Load))
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
