       class-id BankDemoWinForm.B136
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 lblBranch type System.Windows.Forms.Label.
       01 tBoxBranch type System.Windows.Forms.TextBox.
       01 lblBox type System.Windows.Forms.Label.
       01 tBoxBox type System.Windows.Forms.TextBox.
       01 lblSize type System.Windows.Forms.Label.
       01 tBoxSize type System.Windows.Forms.TextBox.
       01 lblStatusTo type System.Windows.Forms.Label.
       01 tBoxStatusTo type System.Windows.Forms.TextBox.
       01 lblAgreement type System.Windows.Forms.Label.
       01 tBoxAgreement type System.Windows.Forms.TextBox.
       01 lblPid type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 lblName type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 lblRole type System.Windows.Forms.Label.
       01 tBoxRole type System.Windows.Forms.TextBox.
       01 lblKey type System.Windows.Forms.Label.
       01 tBoxKey type System.Windows.Forms.TextBox.
       01 lblAcc type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 lblSig type System.Windows.Forms.Label.
       01 tBoxSig type System.Windows.Forms.TextBox.
       01 lblSeq type System.Windows.Forms.Label.
       01 tBoxSeq type System.Windows.Forms.TextBox.
       01 lblWitness type System.Windows.Forms.Label.
       01 tBoxWitness type System.Windows.Forms.TextBox.
       01 lblSeal type System.Windows.Forms.Label.
       01 tBoxSeal type System.Windows.Forms.TextBox.
       01 lblCash type System.Windows.Forms.Label.
       01 tBoxCash type System.Windows.Forms.TextBox.
       01 lblNotes type System.Windows.Forms.Label.
       01 tBoxNotes type System.Windows.Forms.TextBox.
       01 ButtonInventory type System.Windows.Forms.Button.
       01 ButtonShow type System.Windows.Forms.Button.
       01 ButtonAddBox type System.Windows.Forms.Button.
       01 ButtonService type System.Windows.Forms.Button.
       01 ButtonOpen type System.Windows.Forms.Button.
       01 ButtonAddHolder type System.Windows.Forms.Button.
       01 ButtonRemoveHolder type System.Windows.Forms.Button.
       01 ButtonVisit type System.Windows.Forms.Button.
       01 ButtonClose type System.Windows.Forms.Button.
       01 ButtonDrill type System.Windows.Forms.Button.
       01 ButtonRelease type System.Windows.Forms.Button.
       01 labelAgreement type System.Windows.Forms.Label.
       01 labelDrill type System.Windows.Forms.Label.
       01 listView1 type System.Windows.Forms.ListView.
       01 colBox type System.Windows.Forms.ColumnHeader.
       01 colSize type System.Windows.Forms.ColumnHeader.
       01 colStatus type System.Windows.Forms.ColumnHeader.
       01 colAgreement type System.Windows.Forms.ColumnHeader.
       01 colAcc type System.Windows.Forms.ColumnHeader.
       01 colAgrStatus type System.Windows.Forms.ColumnHeader.
       01 colNextDue type System.Windows.Forms.ColumnHeader.
       01 listView2 type System.Windows.Forms.ListView.
       01 colType type System.Windows.Forms.ColumnHeader.
       01 colWhen type System.Windows.Forms.ColumnHeader.
       01 colName type System.Windows.Forms.ColumnHeader.
       01 colRole type System.Windows.Forms.ColumnHeader.
       01 colKey type System.Windows.Forms.ColumnHeader.
       01 colDetail type System.Windows.Forms.ColumnHeader.
       01 colBy type System.Windows.Forms.ColumnHeader.
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
       set lblBranch to new System.Windows.Forms.Label
       set tBoxBranch to new System.Windows.Forms.TextBox
       set lblBox to new System.Windows.Forms.Label
       set tBoxBox to new System.Windows.Forms.TextBox
       set lblSize to new System.Windows.Forms.Label
       set tBoxSize to new System.Windows.Forms.TextBox
       set lblStatusTo to new System.Windows.Forms.Label
       set tBoxStatusTo to new System.Windows.Forms.TextBox
       set lblAgreement to new System.Windows.Forms.Label
       set tBoxAgreement to new System.Windows.Forms.TextBox
       set lblPid to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set lblName to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set lblRole to new System.Windows.Forms.Label
       set tBoxRole to new System.Windows.Forms.TextBox
       set lblKey to new System.Windows.Forms.Label
       set tBoxKey to new System.Windows.Forms.TextBox
       set lblAcc to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set lblSig to new System.Windows.Forms.Label
       set tBoxSig to new System.Windows.Forms.TextBox
       set lblSeq to new System.Windows.Forms.Label
       set tBoxSeq to new System.Windows.Forms.TextBox
       set lblWitness to new System.Windows.Forms.Label
       set tBoxWitness to new System.Windows.Forms.TextBox
       set lblSeal to new System.Windows.Forms.Label
       set tBoxSeal to new System.Windows.Forms.TextBox
       set lblCash to new System.Windows.Forms.Label
       set tBoxCash to new System.Windows.Forms.TextBox
       set lblNotes to new System.Windows.Forms.Label
       set tBoxNotes to new System.Windows.Forms.TextBox
       set ButtonInventory to new System.Windows.Forms.Button
       set ButtonShow to new System.Windows.Forms.Button
       set ButtonAddBox to new System.Windows.Forms.Button
       set ButtonService to new System.Windows.Forms.Button
       set ButtonOpen to new System.Windows.Forms.Button
       set ButtonAddHolder to new System.Windows.Forms.Button
       set ButtonRemoveHolder to new System.Windows.Forms.Button
       set ButtonVisit to new System.Windows.Forms.Button
       set ButtonClose to new System.Windows.Forms.Button
       set ButtonDrill to new System.Windows.Forms.Button
       set ButtonRelease to new System.Windows.Forms.Button
       set labelAgreement to new System.Windows.Forms.Label
       set labelDrill to new System.Windows.Forms.Label
       set listView1 to new System.Windows.Forms.ListView
       set colBox to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colSize to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colStatus to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAgreement to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAcc to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colAgrStatus to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colNextDue to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set listView2 to new System.Windows.Forms.ListView
       set colType to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colWhen to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colName to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colRole to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colKey to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colDetail to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colBy to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set menuStrip1::Size to new System.Drawing.Size(900 28)
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
      *> lblBranch
      *>
       set lblBranch::AutoSize to True
       set lblBranch::Location to new System.Drawing.Point(12 43)
       set lblBranch::Name to "lblBranch"
       set lblBranch::Size to new System.Drawing.Size(46 17)
       set lblBranch::TabIndex to 1
       set lblBranch::Text to "Branch"
      *>
      *> tBoxBranch
      *>
       set tBoxBranch::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxBranch::Location to new System.Drawing.Point(110 40)
       set tBoxBranch::MaxLength to 3
       set tBoxBranch::Name to "tBoxBranch"
       set tBoxBranch::Size to new System.Drawing.Size(50 22)
       set tBoxBranch::TabIndex to 2
      *>
      *> lblBox
      *>
       set lblBox::AutoSize to True
       set lblBox::Location to new System.Drawing.Point(190 43)
       set lblBox::Name to "lblBox"
       set lblBox::Size to new System.Drawing.Size(53 17)
       set lblBox::TabIndex to 3
       set lblBox::Text to "Box no."
      *>
      *> tBoxBox
      *>
       set tBoxBox::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxBox::Location to new System.Drawing.Point(260 40)
       set tBoxBox::MaxLength to 6
       set tBoxBox::Name to "tBoxBox"
       set tBoxBox::Size to new System.Drawing.Size(70 22)
       set tBoxBox::TabIndex to 4
      *>
      *> lblSize
      *>
       set lblSize::AutoSize to True
       set lblSize::Location to new System.Drawing.Point(350 43)
       set lblSize::Name to "lblSize"
       set lblSize::Size to new System.Drawing.Size(102 17)
       set lblSize::TabIndex to 5
       set lblSize::Text to "Size (S/M/L/X)"
      *>
      *> tBoxSize
      *>
       set tBoxSize::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxSize::Location to new System.Drawing.Point(460 40)
       set tBoxSize::MaxLength to 1
       set tBoxSize::Name to "tBoxSize"
       set tBoxSize::Size to new System.Drawing.Size(30 22)
       set tBoxSize::TabIndex to 6
      *>
      *> lblStatusTo
      *>
       set lblStatusTo::AutoSize to True
       set lblStatusTo::Location to new System.Drawing.Point(500 43)
       set lblStatusTo::Name to "lblStatusTo"
       set lblStatusTo::Size to new System.Drawing.Size(116 17)
       set lblStatusTo::TabIndex to 7
       set lblStatusTo::Text to "Box status (A/O)"
      *>
      *> tBoxStatusTo
      *>
       set tBoxStatusTo::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxStatusTo::Location to new System.Drawing.Point(625 40)
       set tBoxStatusTo::MaxLength to 1
       set tBoxStatusTo::Name to "tBoxStatusTo"
       set tBoxStatusTo::Size to new System.Drawing.Size(30 22)
       set tBoxStatusTo::TabIndex to 8
      *>
      *> lblAgreement
      *>
       set lblAgreement::AutoSize to True
       set lblAgreement::Location to new System.Drawing.Point(680 43)
       set lblAgreement::Name to "lblAgreement"
       set lblAgreement::Size to new System.Drawing.Size(67 17)
       set lblAgreement::TabIndex to 9
       set lblAgreement::Text to "Agreement"
      *>
      *> tBoxAgreement
      *>
       set tBoxAgreement::Location to new System.Drawing.Point(760 40)
       set tBoxAgreement::MaxLength to 8
       set tBoxAgreement::Name to "tBoxAgreement"
       set tBoxAgreement::Size to new System.Drawing.Size(90 22)
       set tBoxAgreement::TabIndex to 10
      *>
      *> lblPid
      *>
       set lblPid::AutoSize to True
       set lblPid::Location to new System.Drawing.Point(12 75)
       set lblPid::Name to "lblPid"
       set lblPid::Size to new System.Drawing.Size(60 17)
       set lblPid::TabIndex to 11
       set lblPid::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(110 72)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(70 22)
       set tBoxPid::TabIndex to 12
      *>
      *> lblName
      *>
       set lblName::AutoSize to True
       set lblName::Location to new System.Drawing.Point(190 75)
       set lblName::Name to "lblName"
       set lblName::Size to new System.Drawing.Size(32 17)
       set lblName::TabIndex to 13
       set lblName::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxName::Location to new System.Drawing.Point(260 72)
       set tBoxName::MaxLength to 30
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(250 22)
       set tBoxName::TabIndex to 14
      *>
      *> lblRole
      *>
       set lblRole::AutoSize to True
       set lblRole::Location to new System.Drawing.Point(530 75)
       set lblRole::Name to "lblRole"
       set lblRole::Size to new System.Drawing.Size(74 17)
       set lblRole::TabIndex to 15
       set lblRole::Text to "Role (R/A)"
      *>
      *> tBoxRole
      *>
       set tBoxRole::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxRole::Location to new System.Drawing.Point(625 72)
       set tBoxRole::MaxLength to 1
       set tBoxRole::Name to "tBoxRole"
       set tBoxRole::Size to new System.Drawing.Size(30 22)
       set tBoxRole::TabIndex to 16
      *>
      *> lblKey
      *>
       set lblKey::AutoSize to True
       set lblKey::Location to new System.Drawing.Point(680 75)
       set lblKey::Name to "lblKey"
       set lblKey::Size to new System.Drawing.Size(53 17)
       set lblKey::TabIndex to 17
       set lblKey::Text to "Key no."
      *>
      *> tBoxKey
      *>
       set tBoxKey::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxKey::Location to new System.Drawing.Point(760 72)
       set tBoxKey::MaxLength to 8
       set tBoxKey::Name to "tBoxKey"
       set tBoxKey::Size to new System.Drawing.Size(90 22)
       set tBoxKey::TabIndex to 18
      *>
      *> lblAcc
      *>
       set lblAcc::AutoSize to True
       set lblAcc::Location to new System.Drawing.Point(12 107)
       set lblAcc::Name to "lblAcc"
       set lblAcc::Size to new System.Drawing.Size(88 17)
       set lblAcc::TabIndex to 19
       set lblAcc::Text to "Rent account"
      *>
      *> tBoxAcc
      *>
       set tBoxAcc::Location to new System.Drawing.Point(110 104)
       set tBoxAcc::MaxLength to 9
       set tBoxAcc::Name to "tBoxAcc"
       set tBoxAcc::Size to new System.Drawing.Size(100 22)
       set tBoxAcc::TabIndex to 20
      *>
      *> lblSig
      *>
       set lblSig::AutoSize to True
       set lblSig::Location to new System.Drawing.Point(230 107)
       set lblSig::Name to "lblSig"
       set lblSig::Size to new System.Drawing.Size(130 17)
       set lblSig::TabIndex to 21
       set lblSig::Text to "Signature OK (Y/N)"
      *>
      *> tBoxSig
      *>
       set tBoxSig::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxSig::Location to new System.Drawing.Point(370 104)
       set tBoxSig::MaxLength to 1
       set tBoxSig::Name to "tBoxSig"
       set tBoxSig::Size to new System.Drawing.Size(30 22)
       set tBoxSig::TabIndex to 22
      *>
      *> lblSeq
      *>
       set lblSeq::AutoSize to True
       set lblSeq::Location to new System.Drawing.Point(420 107)
       set lblSeq::Name to "lblSeq"
       set lblSeq::Size to new System.Drawing.Size(74 17)
       set lblSeq::TabIndex to 23
       set lblSeq::Text to "Holder no."
      *>
      *> tBoxSeq
      *>
       set tBoxSeq::Location to new System.Drawing.Point(500 104)
       set tBoxSeq::MaxLength to 3
       set tBoxSeq::Name to "tBoxSeq"
       set tBoxSeq::Size to new System.Drawing.Size(50 22)
       set tBoxSeq::TabIndex to 24
      *>
      *> lblWitness
      *>
       set lblWitness::AutoSize to True
       set lblWitness::Location to new System.Drawing.Point(560 107)
       set lblWitness::Name to "lblWitness"
       set lblWitness::Size to new System.Drawing.Size(53 17)
       set lblWitness::TabIndex to 25
       set lblWitness::Text to "Witness"
      *>
      *> tBoxWitness
      *>
       set tBoxWitness::Location to new System.Drawing.Point(625 104)
       set tBoxWitness::MaxLength to 5
       set tBoxWitness::Name to "tBoxWitness"
       set tBoxWitness::Size to new System.Drawing.Size(70 22)
       set tBoxWitness::TabIndex to 26
      *>
      *> lblSeal
      *>
       set lblSeal::AutoSize to True
       set lblSeal::Location to new System.Drawing.Point(12 139)
       set lblSeal::Name to "lblSeal"
       set lblSeal::Size to new System.Drawing.Size(60 17)
       set lblSeal::TabIndex to 27
       set lblSeal::Text to "Seal no."
      *>
      *> tBoxSeal
      *>
       set tBoxSeal::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxSeal::Location to new System.Drawing.Point(110 136)
       set tBoxSeal::MaxLength to 12
       set tBoxSeal::Name to "tBoxSeal"
       set tBoxSeal::Size to new System.Drawing.Size(120 22)
       set tBoxSeal::TabIndex to 28
      *>
      *> lblCash
      *>
       set lblCash::AutoSize to True
       set lblCash::Location to new System.Drawing.Point(260 139)
       set lblCash::Name to "lblCash"
       set lblCash::Size to new System.Drawing.Size(74 17)
       set lblCash::TabIndex to 29
       set lblCash::Text to "Cash found"
      *>
      *> tBoxCash
      *>
       set tBoxCash::Location to new System.Drawing.Point(350 136)
       set tBoxCash::MaxLength to 10
       set tBoxCash::Name to "tBoxCash"
       set tBoxCash::Size to new System.Drawing.Size(110 22)
       set tBoxCash::TabIndex to 30
      *>
      *> lblNotes
      *>
       set lblNotes::AutoSize to True
       set lblNotes::Location to new System.Drawing.Point(480 139)
       set lblNotes::Name to "lblNotes"
       set lblNotes::Size to new System.Drawing.Size(67 17)
       set lblNotes::TabIndex to 31
       set lblNotes::Text to "Inventory"
      *>
      *> tBoxNotes
      *>
       set tBoxNotes::Location to new System.Drawing.Point(560 136)
       set tBoxNotes::MaxLength to 200
       set tBoxNotes::Multiline to True
       set tBoxNotes::Name to "tBoxNotes"
       set tBoxNotes::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set tBoxNotes::Size to new System.Drawing.Size(328 44)
       set tBoxNotes::TabIndex to 32
      *>
      *> ButtonInventory
      *>
       set ButtonInventory::Location to new System.Drawing.Point(12 190)
       set ButtonInventory::Name to "ButtonInventory"
       set ButtonInventory::Size to new System.Drawing.Size(100 30)
       set ButtonInventory::TabIndex to 33
       set ButtonInventory::Text to "INVENTORY"
       set ButtonInventory::UseVisualStyleBackColor to True
       invoke ButtonInventory::add_Click(new System.EventHandler(self::ButtonInventory_Click))
      *>
      *> ButtonShow
      *>
       set ButtonShow::Location to new System.Drawing.Point(122 190)
       set ButtonShow::Name to "ButtonShow"
       set ButtonShow::Size to new System.Drawing.Size(100 30)
       set ButtonShow::TabIndex to 34
       set ButtonShow::Text to "SHOW"
       set ButtonShow::UseVisualStyleBackColor to True
       invoke ButtonShow::add_Click(new System.EventHandler(self::ButtonShow_Click))
      *>
      *> ButtonAddBox
      *>
       set ButtonAddBox::Location to new System.Drawing.Point(232 190)
       set ButtonAddBox::Name to "ButtonAddBox"
       set ButtonAddBox::Size to new System.Drawing.Size(100 30)
       set ButtonAddBox::TabIndex to 35
       set ButtonAddBox::Text to "ADD BOX"
       set ButtonAddBox::UseVisualStyleBackColor to True
       invoke ButtonAddBox::add_Click(new System.EventHandler(self::ButtonAddBox_Click))
      *>
      *> ButtonService
      *>
       set ButtonService::Location to new System.Drawing.Point(342 190)
       set ButtonService::Name to "ButtonService"
       set ButtonService::Size to new System.Drawing.Size(100 30)
       set ButtonService::TabIndex to 36
       set ButtonService::Text to "SERVICE"
       set ButtonService::UseVisualStyleBackColor to True
       invoke ButtonService::add_Click(new System.EventHandler(self::ButtonService_Click))
      *>
      *> ButtonOpen
      *>
       set ButtonOpen::Location to new System.Drawing.Point(452 190)
       set ButtonOpen::Name to "ButtonOpen"
       set ButtonOpen::Size to new System.Drawing.Size(100 30)
       set ButtonOpen::TabIndex to 37
       set ButtonOpen::Text to "OPEN"
       set ButtonOpen::UseVisualStyleBackColor to True
       invoke ButtonOpen::add_Click(new System.EventHandler(self::ButtonOpen_Click))
      *>
      *> ButtonAddHolder
      *>
       set ButtonAddHolder::Location to new System.Drawing.Point(562 190)
       set ButtonAddHolder::Name to "ButtonAddHolder"
       set ButtonAddHolder::Size to new System.Drawing.Size(100 30)
       set ButtonAddHolder::TabIndex to 38
       set ButtonAddHolder::Text to "ADD HOLDER"
       set ButtonAddHolder::UseVisualStyleBackColor to True
       invoke ButtonAddHolder::add_Click(new System.EventHandler(self::ButtonAddHolder_Click))
      *>
      *> ButtonRemoveHolder
      *>
       set ButtonRemoveHolder::Location to new System.Drawing.Point(672 190)
       set ButtonRemoveHolder::Name to "ButtonRemoveHolder"
       set ButtonRemoveHolder::Size to new System.Drawing.Size(100 30)
       set ButtonRemoveHolder::TabIndex to 39
       set ButtonRemoveHolder::Text to "REMOVE"
       set ButtonRemoveHolder::UseVisualStyleBackColor to True
       invoke ButtonRemoveHolder::add_Click(new System.EventHandler(self::ButtonRemoveHolder_Click))
      *>
      *> ButtonVisit
      *>
       set ButtonVisit::Location to new System.Drawing.Point(782 190)
       set ButtonVisit::Name to "ButtonVisit"
       set ButtonVisit::Size to new System.Drawing.Size(100 30)
       set ButtonVisit::TabIndex to 40
       set ButtonVisit::Text to "VISIT"
       set ButtonVisit::UseVisualStyleBackColor to True
       invoke ButtonVisit::add_Click(new System.EventHandler(self::ButtonVisit_Click))
      *>
      *> ButtonClose
      *>
       set ButtonClose::Location to new System.Drawing.Point(12 226)
       set ButtonClose::Name to "ButtonClose"
       set ButtonClose::Size to new System.Drawing.Size(100 30)
       set ButtonClose::TabIndex to 41
       set ButtonClose::Text to "CLOSE"
       set ButtonClose::UseVisualStyleBackColor to True
       invoke ButtonClose::add_Click(new System.EventHandler(self::ButtonClose_Click))
      *>
      *> ButtonDrill
      *>
       set ButtonDrill::Location to new System.Drawing.Point(122 226)
       set ButtonDrill::Name to "ButtonDrill"
       set ButtonDrill::Size to new System.Drawing.Size(100 30)
       set ButtonDrill::TabIndex to 42
       set ButtonDrill::Text to "DRILL"
       set ButtonDrill::UseVisualStyleBackColor to True
       invoke ButtonDrill::add_Click(new System.EventHandler(self::ButtonDrill_Click))
      *>
      *> ButtonRelease
      *>
       set ButtonRelease::Location to new System.Drawing.Point(232 226)
       set ButtonRelease::Name to "ButtonRelease"
       set ButtonRelease::Size to new System.Drawing.Size(100 30)
       set ButtonRelease::TabIndex to 43
       set ButtonRelease::Text to "RELEASE"
       set ButtonRelease::UseVisualStyleBackColor to True
       invoke ButtonRelease::add_Click(new System.EventHandler(self::ButtonRelease_Click))
      *>
      *> labelAgreement
      *>
       set labelAgreement::AutoSize to True
       set labelAgreement::Location to new System.Drawing.Point(12 268)
       set labelAgreement::Name to "labelAgreement"
       set labelAgreement::Size to new System.Drawing.Size(0 17)
       set labelAgreement::TabIndex to 44
      *>
      *> labelDrill
      *>
       set labelDrill::AutoSize to True
       set labelDrill::Location to new System.Drawing.Point(12 288)
       set labelDrill::Name to "labelDrill"
       set labelDrill::Size to new System.Drawing.Size(0 17)
       set labelDrill::TabIndex to 45
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colBox colSize colStatus colAgreement colAcc colAgrStatus colNextDue))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(12 312)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(876 150)
       set listView1::TabIndex to 46
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> colBox
      *>
       set colBox::Text to "BOX"
       set colBox::Width to 70
      *>
      *> colSize
      *>
       set colSize::Text to "SIZE"
       set colSize::Width to 45
      *>
      *> colStatus
      *>
       set colStatus::Text to "STATUS"
       set colStatus::Width to 110
      *>
      *> colAgreement
      *>
       set colAgreement::Text to "AGREEMENT"
       set colAgreement::Width to 90
      *>
      *> colAcc
      *>
       set colAcc::Text to "RENT ACCOUNT"
       set colAcc::Width to 100
      *>
      *> colAgrStatus
      *>
       set colAgrStatus::Text to "AGREEMENT STATUS"
       set colAgrStatus::Width to 130
      *>
      *> colNextDue
      *>
       set colNextDue::Text to "NEXT DUE"
       set colNextDue::Width to 90
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colType colWhen colName colRole colKey colDetail colBy))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(12 470)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(876 150)
       set listView2::TabIndex to 47
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
       invoke listView2::add_SelectedIndexChanged(new System.EventHandler(self::listView2_SelectedIndexChanged))
      *>
      *> colType
      *>
       set colType::Text to "ENTRY"
       set colType::Width to 70
      *>
      *> colWhen
      *>
       set colWhen::Text to "NO. / WHEN"
       set colWhen::Width to 130
      *>
      *> colName
      *>
       set colName::Text to "NAME"
       set colName::Width to 210
      *>
      *> colRole
      *>
       set colRole::Text to "ROLE / RESULT"
       set colRole::Width to 100
      *>
      *> colKey
      *>
       set colKey::Text to "KEY"
       set colKey::Width to 80
      *>
      *> colDetail
      *>
       set colDetail::Text to "STATUS / REASON"
       set colDetail::Width to 200
      *>
      *> colBy
      *>
       set colBy::Text to "ID / BY"
       set colBy::Width to 60
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 634)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(900 26)
       set statusStrip1::TabIndex to 48
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B136
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(900 660)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(labelDrill)
       invoke self::Controls::Add(labelAgreement)
       invoke self::Controls::Add(ButtonRelease)
       invoke self::Controls::Add(ButtonDrill)
       invoke self::Controls::Add(ButtonClose)
       invoke self::Controls::Add(ButtonVisit)
       invoke self::Controls::Add(ButtonRemoveHolder)
       invoke self::Controls::Add(ButtonAddHolder)
       invoke self::Controls::Add(ButtonOpen)
       invoke self::Controls::Add(ButtonService)
       invoke self::Controls::Add(ButtonAddBox)
       invoke self::Controls::Add(ButtonShow)
       invoke self::Controls::Add(ButtonInventory)
       invoke self::Controls::Add(tBoxNotes)
       invoke self::Controls::Add(lblNotes)
       invoke self::Controls::Add(tBoxCash)
       invoke self::Controls::Add(lblCash)
       invoke self::Controls::Add(tBoxSeal)
       invoke self::Controls::Add(lblSeal)
       invoke self::Controls::Add(tBoxWitness)
       invoke self::Controls::Add(lblWitness)
       invoke self::Controls::Add(tBoxSeq)
       invoke self::Controls::Add(lblSeq)
       invoke self::Controls::Add(tBoxSig)
       invoke self::Controls::Add(lblSig)
       invoke self::Controls::Add(tBoxAcc)
       invoke self::Controls::Add(lblAcc)
       invoke self::Controls::Add(tBoxKey)
       invoke self::Controls::Add(lblKey)
       invoke self::Controls::Add(tBoxRole)
       invoke self::Controls::Add(lblRole)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(lblName)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(lblPid)
       invoke self::Controls::Add(tBoxAgreement)
       invoke self::Controls::Add(lblAgreement)
       invoke self::Controls::Add(tBoxStatusTo)
       invoke self::Controls::Add(lblStatusTo)
       invoke self::Controls::Add(tBoxSize)
       invoke self::Controls::Add(lblSize)
       invoke self::Controls::Add(tBoxBox)
       invoke self::Controls::Add(lblBox)
       invoke self::Controls::Add(tBoxBranch)
       invoke self::Controls::Add(lblBranch)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B136"
       set self::Text to "opentext(tm) - Bank Demo - Safe-Deposit Boxes"
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
