       class-id BankDemoWinForm.B135
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
       01 HDSC type System.Windows.Forms.ColumnHeader.
       01 HCHN type System.Windows.Forms.ColumnHeader.
       01 HSRC type System.Windows.Forms.ColumnHeader.
       01 HUPT type System.Windows.Forms.ColumnHeader.
       01 ButtonQuery type System.Windows.Forms.Button.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxMobile type System.Windows.Forms.TextBox.
       01 ButtonRegister type System.Windows.Forms.Button.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxCode type System.Windows.Forms.TextBox.
       01 ButtonVerify type System.Windows.Forms.Button.
       01 labelMobile type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 cBoxChannel type System.Windows.Forms.ComboBox.
       01 ButtonChannel type System.Windows.Forms.Button.
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
       set HDSC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCHN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSRC to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HUPT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonQuery to new System.Windows.Forms.Button
       set label1 to new System.Windows.Forms.Label
       set tBoxMobile to new System.Windows.Forms.TextBox
       set ButtonRegister to new System.Windows.Forms.Button
       set label2 to new System.Windows.Forms.Label
       set tBoxCode to new System.Windows.Forms.TextBox
       set ButtonVerify to new System.Windows.Forms.Button
       set labelMobile to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set cBoxChannel to new System.Windows.Forms.ComboBox
       set ButtonChannel to new System.Windows.Forms.Button
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
      *> ButtonQuery
      *>
       set ButtonQuery::Location to new System.Drawing.Point(17 42)
       set ButtonQuery::Name to "ButtonQuery"
       set ButtonQuery::Size to new System.Drawing.Size(150 32)
       set ButtonQuery::TabIndex to 1
       set ButtonQuery::Text to "QUERY"
       set ButtonQuery::UseVisualStyleBackColor to True
       invoke ButtonQuery::add_Click(new System.EventHandler(self::ButtonQuery_Click))
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(187 50)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(49 17)
       set label1::TabIndex to 2
       set label1::Text to "Mobile"
      *>
      *> tBoxMobile
      *>
       set tBoxMobile::Location to new System.Drawing.Point(247 47)
       set tBoxMobile::MaxLength to 15
       set tBoxMobile::Name to "tBoxMobile"
       set tBoxMobile::Size to new System.Drawing.Size(150 22)
       set tBoxMobile::TabIndex to 3
      *>
      *> ButtonRegister
      *>
       set ButtonRegister::Location to new System.Drawing.Point(407 42)
       set ButtonRegister::Name to "ButtonRegister"
       set ButtonRegister::Size to new System.Drawing.Size(130 32)
       set ButtonRegister::TabIndex to 4
       set ButtonRegister::Text to "REGISTER"
       set ButtonRegister::UseVisualStyleBackColor to True
       invoke ButtonRegister::add_Click(new System.EventHandler(self::ButtonRegister_Click))
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(567 50)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(41 17)
       set label2::TabIndex to 5
       set label2::Text to "Code"
      *>
      *> tBoxCode
      *>
       set tBoxCode::Location to new System.Drawing.Point(617 47)
       set tBoxCode::MaxLength to 6
       set tBoxCode::Name to "tBoxCode"
       set tBoxCode::Size to new System.Drawing.Size(80 22)
       set tBoxCode::TabIndex to 6
      *>
      *> ButtonVerify
      *>
       set ButtonVerify::Location to new System.Drawing.Point(707 42)
       set ButtonVerify::Name to "ButtonVerify"
       set ButtonVerify::Size to new System.Drawing.Size(130 32)
       set ButtonVerify::TabIndex to 7
       set ButtonVerify::Text to "VERIFY"
       set ButtonVerify::UseVisualStyleBackColor to True
       invoke ButtonVerify::add_Click(new System.EventHandler(self::ButtonVerify_Click))
      *>
      *> labelMobile
      *>
       set labelMobile::AutoSize to True
       set labelMobile::Location to new System.Drawing.Point(17 90)
       set labelMobile::Name to "labelMobile"
       set labelMobile::Size to new System.Drawing.Size(200 17)
       set labelMobile::TabIndex to 8
       set labelMobile::Text to "No mobile registered"
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(567 90)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(60 17)
       set label3::TabIndex to 9
       set label3::Text to "Channel"
      *>
      *> cBoxChannel
      *>
       set cBoxChannel::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       invoke cBoxChannel::Items::AddRange(table of object("E-mail" "Text" "Text and e-mail"))
       set cBoxChannel::Location to new System.Drawing.Point(637 86)
       set cBoxChannel::Name to "cBoxChannel"
       set cBoxChannel::Size to new System.Drawing.Size(150 24)
       set cBoxChannel::TabIndex to 10
      *>
      *> ButtonChannel
      *>
       set ButtonChannel::Location to new System.Drawing.Point(807 82)
       set ButtonChannel::Name to "ButtonChannel"
       set ButtonChannel::Size to new System.Drawing.Size(170 32)
       set ButtonChannel::TabIndex to 11
       set ButtonChannel::Text to "SET CHANNEL"
       set ButtonChannel::UseVisualStyleBackColor to True
       invoke ButtonChannel::add_Click(new System.EventHandler(self::ButtonChannel_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HTYP HDSC HCHN HSRC HUPT))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 126)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 298)
       set listView1::TabIndex to 12
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
       invoke listView1::add_SelectedIndexChanged(new System.EventHandler(self::listView1_SelectedIndexChanged))
      *>
      *> HTYP
      *>
       set HTYP::Text to "Type"
       set HTYP::Width to 60
      *>
      *> HDSC
      *>
       set HDSC::Text to "Alert"
       set HDSC::Width to 220
      *>
      *> HCHN
      *>
       set HCHN::Text to "Channel"
       set HCHN::Width to 170
      *>
      *> HSRC
      *>
       set HSRC::Text to "Source"
       set HSRC::Width to 90
      *>
      *> HUPT
      *>
       set HUPT::Text to "Updated"
       set HUPT::Width to 200
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
      *> B135
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonChannel)
       invoke self::Controls::Add(cBoxChannel)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(labelMobile)
       invoke self::Controls::Add(ButtonVerify)
       invoke self::Controls::Add(tBoxCode)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(ButtonRegister)
       invoke self::Controls::Add(tBoxMobile)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(ButtonQuery)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B135"
       set self::Text to "opentext(tm) - Bank Demo - Mobile & Alert Channels"
       invoke self::add_Load(new System.EventHandler(self::B135_Load))
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
