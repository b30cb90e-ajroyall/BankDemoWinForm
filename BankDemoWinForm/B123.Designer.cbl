       class-id BankDemoWinForm.B123
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
       01 tBoxYear type System.Windows.Forms.TextBox.
       01 tBoxName type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxRoom type System.Windows.Forms.TextBox.
       01 ButtonNotice type System.Windows.Forms.Button.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxOpening type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxContrib type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxWithdrawn type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxRoomLeft type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxExcess type System.Windows.Forms.TextBox.
       01 listView1 type System.Windows.Forms.ListView.
       01 colMonth type System.Windows.Forms.ColumnHeader.
       01 colExcess type System.Windows.Forms.ColumnHeader.
       01 colPenalty type System.Windows.Forms.ColumnHeader.
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
       set tBoxYear to new System.Windows.Forms.TextBox
       set tBoxName to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set label3 to new System.Windows.Forms.Label
       set tBoxRoom to new System.Windows.Forms.TextBox
       set ButtonNotice to new System.Windows.Forms.Button
       set label4 to new System.Windows.Forms.Label
       set tBoxOpening to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxContrib to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxWithdrawn to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxRoomLeft to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxExcess to new System.Windows.Forms.TextBox
       set listView1 to new System.Windows.Forms.ListView
       set colMonth to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colExcess to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set colPenalty to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set label1::Size to new System.Drawing.Size(60 17)
       set label1::TabIndex to 1
       set label1::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxPid::Location to new System.Drawing.Point(110 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(70 22)
       set tBoxPid::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(200 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(60 17)
       set label2::TabIndex to 3
       set label2::Text to "Tax year"
      *>
      *> tBoxYear
      *>
       set tBoxYear::Location to new System.Drawing.Point(270 42)
       set tBoxYear::MaxLength to 4
       set tBoxYear::Name to "tBoxYear"
       set tBoxYear::Size to new System.Drawing.Size(60 22)
       set tBoxYear::TabIndex to 4
      *>
      *> tBoxName
      *>
       set tBoxName::Location to new System.Drawing.Point(350 42)
       set tBoxName::Name to "tBoxName"
       set tBoxName::ReadOnly to True
       set tBoxName::Size to new System.Drawing.Size(260 22)
       set tBoxName::TabIndex to 5
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(640 40)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 28)
       set ButtonList::TabIndex to 6
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 80)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(60 17)
       set label3::TabIndex to 7
       set label3::Text to "New room"
      *>
      *> tBoxRoom
      *>
       set tBoxRoom::Location to new System.Drawing.Point(110 77)
       set tBoxRoom::MaxLength to 10
       set tBoxRoom::Name to "tBoxRoom"
       set tBoxRoom::Size to new System.Drawing.Size(110 22)
       set tBoxRoom::TabIndex to 8
      *>
      *> ButtonNotice
      *>
       set ButtonNotice::Location to new System.Drawing.Point(240 75)
       set ButtonNotice::Name to "ButtonNotice"
       set ButtonNotice::Size to new System.Drawing.Size(90 28)
       set ButtonNotice::TabIndex to 9
       set ButtonNotice::Text to "NOTICE"
       set ButtonNotice::UseVisualStyleBackColor to True
       invoke ButtonNotice::add_Click(new System.EventHandler(self::ButtonNotice_Click))
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(17 115)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(60 17)
       set label4::TabIndex to 10
       set label4::Text to "Opening"
      *>
      *> tBoxOpening
      *>
       set tBoxOpening::Location to new System.Drawing.Point(110 112)
       set tBoxOpening::Name to "tBoxOpening"
       set tBoxOpening::ReadOnly to True
       set tBoxOpening::Size to new System.Drawing.Size(110 22)
       set tBoxOpening::TabIndex to 11
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(240 115)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(60 17)
       set label5::TabIndex to 12
       set label5::Text to "Paid in"
      *>
      *> tBoxContrib
      *>
       set tBoxContrib::Location to new System.Drawing.Point(310 112)
       set tBoxContrib::Name to "tBoxContrib"
       set tBoxContrib::ReadOnly to True
       set tBoxContrib::Size to new System.Drawing.Size(110 22)
       set tBoxContrib::TabIndex to 13
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(440 115)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(60 17)
       set label6::TabIndex to 14
       set label6::Text to "Paid out"
      *>
      *> tBoxWithdrawn
      *>
       set tBoxWithdrawn::Location to new System.Drawing.Point(510 112)
       set tBoxWithdrawn::Name to "tBoxWithdrawn"
       set tBoxWithdrawn::ReadOnly to True
       set tBoxWithdrawn::Size to new System.Drawing.Size(110 22)
       set tBoxWithdrawn::TabIndex to 15
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(640 115)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(60 17)
       set label7::TabIndex to 16
       set label7::Text to "Room left"
      *>
      *> tBoxRoomLeft
      *>
       set tBoxRoomLeft::Location to new System.Drawing.Point(720 112)
       set tBoxRoomLeft::Name to "tBoxRoomLeft"
       set tBoxRoomLeft::ReadOnly to True
       set tBoxRoomLeft::Size to new System.Drawing.Size(110 22)
       set tBoxRoomLeft::TabIndex to 17
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(850 115)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(60 17)
       set label8::TabIndex to 18
       set label8::Text to "Excess"
      *>
      *> tBoxExcess
      *>
       set tBoxExcess::Location to new System.Drawing.Point(910 112)
       set tBoxExcess::Name to "tBoxExcess"
       set tBoxExcess::ReadOnly to True
       set tBoxExcess::Size to new System.Drawing.Size(80 22)
       set tBoxExcess::TabIndex to 19
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(colMonth colExcess colPenalty))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 150)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(966 420)
       set listView1::TabIndex to 20
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> colMonth
      *>
       set colMonth::Text to "Month"
       set colMonth::Width to 120
      *>
      *> colExcess
      *>
       set colExcess::Text to "Excess"
       set colExcess::Width to 160
      *>
      *> colPenalty
      *>
       set colPenalty::Text to "Penalty"
       set colPenalty::Width to 160
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 574)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 21
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B123
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 600)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(tBoxExcess)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxRoomLeft)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxWithdrawn)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxContrib)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxOpening)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(ButtonNotice)
       invoke self::Controls::Add(tBoxRoom)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxName)
       invoke self::Controls::Add(tBoxYear)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B123"
       set self::Text to "opentext(tm) - Bank Demo - Registered Plans"
       invoke self::add_Load(new System.EventHandler(self::B123_Load))
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
