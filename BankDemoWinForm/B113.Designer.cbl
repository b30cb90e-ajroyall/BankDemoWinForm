       class-id BankDemoWinForm.B113
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HCODE type System.Windows.Forms.ColumnHeader.
       01 HNAME type System.Windows.Forms.ColumnHeader.
       01 HREMIT type System.Windows.Forms.ColumnHeader.
       01 HMASK type System.Windows.Forms.ColumnHeader.
       01 HCHECK type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxCode type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxRemitAcc type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxMask type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxCheck type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonSave type System.Windows.Forms.Button.
       01 ButtonRetire type System.Windows.Forms.Button.
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
       set HCODE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNAME to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREMIT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HMASK to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCHECK to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxCode to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxName to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxRemitAcc to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxMask to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxCheck to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonSave to new System.Windows.Forms.Button
       set ButtonRetire to new System.Windows.Forms.Button
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
       set menuStrip1::Size to new System.Drawing.Size(666 28)
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
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HCODE HNAME HREMIT HMASK HCHECK))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(12 40)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(640 250)
       set listView1::TabIndex to 1
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HCODE
      *>
       set HCODE::Text to "CODE"
       set HCODE::Width to 80
      *>
      *> HNAME
      *>
       set HNAME::Text to "NAME"
       set HNAME::Width to 200
      *>
      *> HREMIT
      *>
       set HREMIT::Text to "REMIT ACC"
       set HREMIT::Width to 90
      *>
      *> HMASK
      *>
       set HMASK::Text to "REFERENCE MASK"
       set HMASK::Width to 180
      *>
      *> HCHECK
      *>
       set HCHECK::Text to "CHECK"
       set HCHECK::Width to 60
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(12 305)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(40 17)
       set label1::TabIndex to 2
       set label1::Text to "Code"
      *>
      *> tBoxCode
      *>
       set tBoxCode::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCode::Location to new System.Drawing.Point(130 302)
       set tBoxCode::MaxLength to 8
       set tBoxCode::Name to "tBoxCode"
       set tBoxCode::Size to new System.Drawing.Size(90 22)
       set tBoxCode::TabIndex to 3
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(12 335)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(45 17)
       set label2::TabIndex to 4
       set label2::Text to "Name"
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(130 332)
       set tBoxName::MaxLength to 30
       set tBoxName::Name to "tBoxName"
       set tBoxName::Size to new System.Drawing.Size(240 22)
       set tBoxName::TabIndex to 5
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(12 365)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(110 17)
       set label3::TabIndex to 6
       set label3::Text to "Remittance acc"
      *>
      *> tBoxRemitAcc
      *>
       set tBoxRemitAcc::Location to new System.Drawing.Point(130 362)
       set tBoxRemitAcc::MaxLength to 9
       set tBoxRemitAcc::Name to "tBoxRemitAcc"
       set tBoxRemitAcc::Size to new System.Drawing.Size(90 22)
       set tBoxRemitAcc::TabIndex to 7
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(12 395)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(110 17)
       set label4::TabIndex to 8
       set label4::Text to "Reference mask"
      *>
      *> tBoxMask
      *>
       set tBoxMask::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxMask::Location to new System.Drawing.Point(130 392)
       set tBoxMask::MaxLength to 20
       set tBoxMask::Name to "tBoxMask"
       set tBoxMask::Size to new System.Drawing.Size(180 22)
       set tBoxMask::TabIndex to 9
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(330 395)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(160 17)
       set label5::TabIndex to 10
       set label5::Text to "Check (L = Luhn)"
      *>
      *> tBoxCheck
      *>
       set tBoxCheck::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCheck::Location to new System.Drawing.Point(460 392)
       set tBoxCheck::MaxLength to 1
       set tBoxCheck::Name to "tBoxCheck"
       set tBoxCheck::Size to new System.Drawing.Size(30 22)
       set tBoxCheck::TabIndex to 11
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(12 430)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(100 30)
       set ButtonList::TabIndex to 12
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonSave
      *>
       set ButtonSave::Location to new System.Drawing.Point(130 430)
       set ButtonSave::Name to "ButtonSave"
       set ButtonSave::Size to new System.Drawing.Size(100 30)
       set ButtonSave::TabIndex to 13
       set ButtonSave::Text to "SAVE"
       set ButtonSave::UseVisualStyleBackColor to True
       invoke ButtonSave::add_Click(new System.EventHandler(self::ButtonSave_Click))
      *>
      *> ButtonRetire
      *>
       set ButtonRetire::Location to new System.Drawing.Point(248 430)
       set ButtonRetire::Name to "ButtonRetire"
       set ButtonRetire::Size to new System.Drawing.Size(100 30)
       set ButtonRetire::TabIndex to 14
       set ButtonRetire::Text to "RETIRE"
       set ButtonRetire::UseVisualStyleBackColor to True
       invoke ButtonRetire::add_Click(new System.EventHandler(self::ButtonRetire_Click))
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 474)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(666 26)
       set statusStrip1::TabIndex to 15
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B113
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(666 500)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(ButtonRetire)
       invoke self::Controls::Add(ButtonSave)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxCheck)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxMask)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxRemitAcc)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxCode)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B113"
       set self::Text to "opentext(tm) - Bank Demo - Billers"
       invoke self::add_Load(new System.EventHandler(self::B113_Load))
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
