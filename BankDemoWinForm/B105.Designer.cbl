       class-id BankDemoWinForm.B105
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HCTY type System.Windows.Forms.ColumnHeader.
       01 HTIN type System.Windows.Forms.ColumnHeader.
       01 HNTR type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxCountry type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxTin type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxNoTin type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonRemove type System.Windows.Forms.Button.
       01 ButtonCertify type System.Windows.Forms.Button.
       01 ButtonRequest type System.Windows.Forms.Button.
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
       set HCTY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HTIN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNTR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxCountry to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxTin to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxNoTin to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonRemove to new System.Windows.Forms.Button
       set ButtonCertify to new System.Windows.Forms.Button
       set ButtonRequest to new System.Windows.Forms.Button
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
       set label1::Size to new System.Drawing.Size(65 16)
       set label1::TabIndex to 1
       set label1::Text to "Customer"
      *>
      *> tBoxPid
      *>
       set tBoxPid::Location to new System.Drawing.Point(87 42)
       set tBoxPid::MaxLength to 5
       set tBoxPid::Name to "tBoxPid"
       set tBoxPid::Size to new System.Drawing.Size(60 22)
       set tBoxPid::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(147 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(55 16)
       set label2::TabIndex to 3
       set label2::Text to "Country"
      *>
      *> tBoxCountry
      *>
       set tBoxCountry::Location to new System.Drawing.Point(207 42)
       set tBoxCountry::MaxLength to 3
       set tBoxCountry::Name to "tBoxCountry"
       set tBoxCountry::Size to new System.Drawing.Size(55 22)
       set tBoxCountry::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(277 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(30 16)
       set label3::TabIndex to 5
       set label3::Text to "TIN"
      *>
      *> tBoxTin
      *>
       set tBoxTin::Location to new System.Drawing.Point(312 42)
       set tBoxTin::MaxLength to 20
       set tBoxTin::Name to "tBoxTin"
       set tBoxTin::Size to new System.Drawing.Size(200 22)
       set tBoxTin::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(527 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(95 16)
       set label4::TabIndex to 7
       set label4::Text to "No TIN reason"
      *>
      *> tBoxNoTin
      *>
       set tBoxNoTin::Location to new System.Drawing.Point(627 42)
       set tBoxNoTin::MaxLength to 1
       set tBoxNoTin::Name to "tBoxNoTin"
       set tBoxNoTin::Size to new System.Drawing.Size(30 22)
       set tBoxNoTin::TabIndex to 8
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 80)
       set ButtonList::Name to "ButtonList"
       set ButtonList::Size to new System.Drawing.Size(90 32)
       set ButtonList::TabIndex to 9
       set ButtonList::Text to "LIST"
       set ButtonList::UseVisualStyleBackColor to True
       invoke ButtonList::add_Click(new System.EventHandler(self::ButtonList_Click))
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(120 80)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(90 32)
       set ButtonAdd::TabIndex to 10
       set ButtonAdd::Text to "ADD"
       set ButtonAdd::UseVisualStyleBackColor to True
       invoke ButtonAdd::add_Click(new System.EventHandler(self::ButtonAdd_Click))
      *>
      *> ButtonRemove
      *>
       set ButtonRemove::Location to new System.Drawing.Point(223 80)
       set ButtonRemove::Name to "ButtonRemove"
       set ButtonRemove::Size to new System.Drawing.Size(90 32)
       set ButtonRemove::TabIndex to 11
       set ButtonRemove::Text to "REMOVE"
       set ButtonRemove::UseVisualStyleBackColor to True
       invoke ButtonRemove::add_Click(new System.EventHandler(self::ButtonRemove_Click))
      *>
      *> ButtonCertify
      *>
       set ButtonCertify::Location to new System.Drawing.Point(326 80)
       set ButtonCertify::Name to "ButtonCertify"
       set ButtonCertify::Size to new System.Drawing.Size(90 32)
       set ButtonCertify::TabIndex to 12
       set ButtonCertify::Text to "CERTIFY"
       set ButtonCertify::UseVisualStyleBackColor to True
       invoke ButtonCertify::add_Click(new System.EventHandler(self::ButtonCertify_Click))
      *>
      *> ButtonRequest
      *>
       set ButtonRequest::Location to new System.Drawing.Point(429 80)
       set ButtonRequest::Name to "ButtonRequest"
       set ButtonRequest::Size to new System.Drawing.Size(90 32)
       set ButtonRequest::TabIndex to 13
       set ButtonRequest::Text to "REQUEST"
       set ButtonRequest::UseVisualStyleBackColor to True
       invoke ButtonRequest::add_Click(new System.EventHandler(self::ButtonRequest_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HCTY HTIN HNTR))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 127)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(963 298)
       set listView1::TabIndex to 14
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HCTY
      *>
       set HCTY::Text to "Country"
       set HCTY::Width to 90
      *>
      *> HTIN
      *>
       set HTIN::Text to "Taxpayer Id (TIN)"
       set HTIN::Width to 250
      *>
      *> HNTR
      *>
       set HNTR::Text to "No TIN Reason"
       set HNTR::Width to 120
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 15
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B105
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRequest)
       invoke self::Controls::Add(ButtonCertify)
       invoke self::Controls::Add(ButtonRemove)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxNoTin)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxTin)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxCountry)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxPid)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B105"
       set self::Text to "opentext(tm) - Bank Demo - Tax Residency"
       invoke self::add_Load(new System.EventHandler(self::B105_Load))
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
