       class-id BankDemoWinForm.B109
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HALR type System.Windows.Forms.ColumnHeader.
       01 HPID type System.Windows.Forms.ColumnHeader.
       01 HSTP type System.Windows.Forms.ColumnHeader.
       01 HOUT type System.Windows.Forms.ColumnHeader.
       01 HHPT type System.Windows.Forms.ColumnHeader.
       01 HHWR type System.Windows.Forms.ColumnHeader.
       01 HCAS type System.Windows.Forms.ColumnHeader.
       01 HSUP type System.Windows.Forms.ColumnHeader.
       01 HDET type System.Windows.Forms.ColumnHeader.
       01 ButtonQuery type System.Windows.Forms.Button.
       01 ButtonRelease type System.Windows.Forms.Button.
       01 ButtonConfirm type System.Windows.Forms.Button.
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
       set HALR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPID to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HOUT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HHPT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HHWR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCAS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSUP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HDET to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonQuery to new System.Windows.Forms.Button
       set ButtonRelease to new System.Windows.Forms.Button
       set ButtonConfirm to new System.Windows.Forms.Button
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
       set ButtonQuery::Size to new System.Drawing.Size(170 32)
       set ButtonQuery::TabIndex to 1
       set ButtonQuery::Text to "QUERY"
       set ButtonQuery::UseVisualStyleBackColor to True
       invoke ButtonQuery::add_Click(new System.EventHandler(self::ButtonQuery_Click))
      *>
      *> ButtonRelease
      *>
       set ButtonRelease::Location to new System.Drawing.Point(197 42)
       set ButtonRelease::Name to "ButtonRelease"
       set ButtonRelease::Size to new System.Drawing.Size(170 32)
       set ButtonRelease::TabIndex to 2
       set ButtonRelease::Text to "RELEASE"
       set ButtonRelease::UseVisualStyleBackColor to True
       invoke ButtonRelease::add_Click(new System.EventHandler(self::ButtonRelease_Click))
      *>
      *> ButtonConfirm
      *>
       set ButtonConfirm::Location to new System.Drawing.Point(377 42)
       set ButtonConfirm::Name to "ButtonConfirm"
       set ButtonConfirm::Size to new System.Drawing.Size(170 32)
       set ButtonConfirm::TabIndex to 3
       set ButtonConfirm::Text to "CONFIRM TAKEOVER"
       set ButtonConfirm::UseVisualStyleBackColor to True
       invoke ButtonConfirm::add_Click(new System.EventHandler(self::ButtonConfirm_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HALR HPID HSTP HOUT HHPT HHWR HCAS HSUP HDET))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 90)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(960 334)
       set listView1::TabIndex to 4
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HALR
      *>
       set HALR::Text to "Alert"
       set HALR::Width to 70
      *>
      *> HPID
      *>
       set HPID::Text to "Customer"
       set HPID::Width to 80
      *>
      *> HSTP
      *>
       set HSTP::Text to "Steps"
       set HSTP::Width to 70
      *>
      *> HOUT
      *>
       set HOUT::Text to "Money Out"
       set HOUT::Width to 110
      *>
      *> HHPT
      *>
       set HHPT::Text to "Held Xfers"
       set HHPT::Width to 90
      *>
      *> HHWR
      *>
       set HHWR::Text to "Held Wires"
       set HHWR::Width to 90
      *>
      *> HCAS
      *>
       set HCAS::Text to "Case"
       set HCAS::Width to 70
      *>
      *> HSUP
      *>
       set HSUP::Text to "Step-up"
       set HSUP::Width to 70
      *>
      *> HDET
      *>
       set HDET::Text to "Detected"
       set HDET::Width to 200
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 5
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B109
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonConfirm)
       invoke self::Controls::Add(ButtonRelease)
       invoke self::Controls::Add(ButtonQuery)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B109"
       set self::Text to "opentext(tm) - Bank Demo - Takeover Alerts"
       invoke self::add_Load(new System.EventHandler(self::B109_Load))
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
