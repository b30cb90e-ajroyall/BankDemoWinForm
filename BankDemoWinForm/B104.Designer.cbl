       class-id BankDemoWinForm.B104
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HSTM type System.Windows.Forms.ColumnHeader.
       01 HOPN type System.Windows.Forms.ColumnHeader.
       01 HDRW type System.Windows.Forms.ColumnHeader.
       01 HPAY type System.Windows.Forms.ColumnHeader.
       01 HINT type System.Windows.Forms.ColumnHeader.
       01 HCLS type System.Windows.Forms.ColumnHeader.
       01 HMIN type System.Windows.Forms.ColumnHeader.
       01 HDUE type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxAccNo type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxLimit type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxRate type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxMinPct type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxMinAmt type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonOpen type System.Windows.Forms.Button.
       01 ButtonTerms type System.Windows.Forms.Button.
       01 ButtonFreeze type System.Windows.Forms.Button.
       01 ButtonReactivate type System.Windows.Forms.Button.
       01 ButtonClose type System.Windows.Forms.Button.
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
       set HSTM to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HOPN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDRW to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPAY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HINT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCLS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HMIN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDUE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxAccNo to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxLimit to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxRate to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxMinPct to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxMinAmt to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonOpen to new System.Windows.Forms.Button
       set ButtonTerms to new System.Windows.Forms.Button
       set ButtonFreeze to new System.Windows.Forms.Button
       set ButtonReactivate to new System.Windows.Forms.Button
       set ButtonClose to new System.Windows.Forms.Button
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
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(17 45)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(70 16)
       set label1::TabIndex to 1
       set label1::Text to "Account"
      *>
      *> tBoxAccNo
      *>
       set tBoxAccNo::Location to new System.Drawing.Point(92 42)
       set tBoxAccNo::MaxLength to 9
       set tBoxAccNo::Name to "tBoxAccNo"
       set tBoxAccNo::Size to new System.Drawing.Size(95 22)
       set tBoxAccNo::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(202 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(65 16)
       set label2::TabIndex to 3
       set label2::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(272 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(347 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(40 16)
       set label3::TabIndex to 5
       set label3::Text to "Limit"
      *>
      *> tBoxLimit
      *>
       set tBoxLimit::Location to new System.Drawing.Point(392 42)
       set tBoxLimit::MaxLength to 10
       set tBoxLimit::Name to "tBoxLimit"
       set tBoxLimit::Size to new System.Drawing.Size(90 22)
       set tBoxLimit::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(497 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(50 16)
       set label4::TabIndex to 7
       set label4::Text to "Rate %"
      *>
      *> tBoxRate
      *>
       set tBoxRate::Location to new System.Drawing.Point(552 42)
       set tBoxRate::MaxLength to 6
       set tBoxRate::Name to "tBoxRate"
       set tBoxRate::Size to new System.Drawing.Size(60 22)
       set tBoxRate::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(627 45)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(45 16)
       set label5::TabIndex to 9
       set label5::Text to "Min %"
      *>
      *> tBoxMinPct
      *>
       set tBoxMinPct::Location to new System.Drawing.Point(677 42)
       set tBoxMinPct::MaxLength to 6
       set tBoxMinPct::Name to "tBoxMinPct"
       set tBoxMinPct::Size to new System.Drawing.Size(60 22)
       set tBoxMinPct::TabIndex to 10
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(752 45)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(80 16)
       set label6::TabIndex to 11
       set label6::Text to "Min Amount"
      *>
      *> tBoxMinAmt
      *>
       set tBoxMinAmt::Location to new System.Drawing.Point(837 42)
       set tBoxMinAmt::MaxLength to 10
       set tBoxMinAmt::Name to "tBoxMinAmt"
       set tBoxMinAmt::Size to new System.Drawing.Size(90 22)
       set tBoxMinAmt::TabIndex to 12
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 80)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 13
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonOpen
      *>
       set ButtonOpen::Location to new System.Drawing.Point(120 80)
       set ButtonOpen::Name to "ButtonOpen"
       set ButtonOpen::Size to new System.Drawing.Size(90 32)
       set ButtonOpen::TabIndex to 14
       set ButtonOpen::Text to "OPEN"
       set ButtonOpen::UseVisualStyleBackColor to True
       invoke ButtonOpen::add_Click(new System.EventHandler(self::ButtonOpen_Click))
      *>
      *> ButtonTerms
      *>
       set ButtonTerms::Location to new System.Drawing.Point(223 80)
       set ButtonTerms::Name to "ButtonTerms"
       set ButtonTerms::Size to new System.Drawing.Size(90 32)
       set ButtonTerms::TabIndex to 15
       set ButtonTerms::Text to "TERMS"
       set ButtonTerms::UseVisualStyleBackColor to True
       invoke ButtonTerms::add_Click(new System.EventHandler(self::ButtonTerms_Click))
      *>
      *> ButtonFreeze
      *>
       set ButtonFreeze::Location to new System.Drawing.Point(326 80)
       set ButtonFreeze::Name to "ButtonFreeze"
       set ButtonFreeze::Size to new System.Drawing.Size(90 32)
       set ButtonFreeze::TabIndex to 16
       set ButtonFreeze::Text to "FREEZE"
       set ButtonFreeze::UseVisualStyleBackColor to True
       invoke ButtonFreeze::add_Click(new System.EventHandler(self::ButtonFreeze_Click))
      *>
      *> ButtonReactivate
      *>
       set ButtonReactivate::Location to new System.Drawing.Point(429 80)
       set ButtonReactivate::Name to "ButtonReactivate"
       set ButtonReactivate::Size to new System.Drawing.Size(110 32)
       set ButtonReactivate::TabIndex to 17
       set ButtonReactivate::Text to "REACTIVATE"
       set ButtonReactivate::UseVisualStyleBackColor to True
       invoke ButtonReactivate::add_Click(new System.EventHandler(self::ButtonReactivate_Click))
      *>
      *> ButtonClose
      *>
       set ButtonClose::Location to new System.Drawing.Point(552 80)
       set ButtonClose::Name to "ButtonClose"
       set ButtonClose::Size to new System.Drawing.Size(90 32)
       set ButtonClose::TabIndex to 18
       set ButtonClose::Text to "CLOSE"
       set ButtonClose::UseVisualStyleBackColor to True
       invoke ButtonClose::add_Click(new System.EventHandler(self::ButtonClose_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HSTM HOPN HDRW HPAY HINT HCLS HMIN HDUE))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 127)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(963 298)
       set listView1::TabIndex to 19
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HSTM
      *>
       set HSTM::Text to "Statement"
       set HSTM::Width to 95
      *>
      *> HOPN
      *>
       set HOPN::Text to "Opening"
       set HOPN::Width to 100
      *>
      *> HDRW
      *>
       set HDRW::Text to "Draws"
       set HDRW::Width to 100
      *>
      *> HPAY
      *>
       set HPAY::Text to "Payments"
       set HPAY::Width to 100
      *>
      *> HINT
      *>
       set HINT::Text to "Interest"
       set HINT::Width to 90
      *>
      *> HCLS
      *>
       set HCLS::Text to "Balance"
       set HCLS::Width to 100
      *>
      *> HMIN
      *>
       set HMIN::Text to "Min Due"
       set HMIN::Width to 90
      *>
      *> HDUE
      *>
       set HDUE::Text to "Due Date"
       set HDUE::Width to 95
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 20
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B104
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonClose)
       invoke self::Controls::Add(ButtonReactivate)
       invoke self::Controls::Add(ButtonFreeze)
       invoke self::Controls::Add(ButtonTerms)
       invoke self::Controls::Add(ButtonOpen)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxMinAmt)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxMinPct)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxRate)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxLimit)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxAccNo)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B104"
       set self::Text to "opentext(tm) - Bank Demo - Line of Credit"
       invoke self::add_Load(new System.EventHandler(self::B104_Load))
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
