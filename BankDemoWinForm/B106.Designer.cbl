       class-id BankDemoWinForm.B106
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 listView1 type System.Windows.Forms.ListView.
       01 HDAT type System.Windows.Forms.ColumnHeader.
       01 HSEQ type System.Windows.Forms.ColumnHeader.
       01 HFMT type System.Windows.Forms.ColumnHeader.
       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HENT type System.Windows.Forms.ColumnHeader.
       01 HSND type System.Windows.Forms.ColumnHeader.
       01 HSNT type System.Windows.Forms.ColumnHeader.
       01 HFIL type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxAccno type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxFormat type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxDest type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxDate type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonSave type System.Windows.Forms.Button.
       01 ButtonSuspend type System.Windows.Forms.Button.
       01 ButtonResend type System.Windows.Forms.Button.
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
       set HDAT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSEQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HFMT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HENT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSND to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSNT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HFIL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxAccno to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxFormat to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxDest to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxDate to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonSave to new System.Windows.Forms.Button
       set ButtonSuspend to new System.Windows.Forms.Button
       set ButtonResend to new System.Windows.Forms.Button
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
       set label1::Text to "Account"
      *>
      *> tBoxAccno
      *>
       set tBoxAccno::Location to new System.Drawing.Point(87 42)
       set tBoxAccno::MaxLength to 9
       set tBoxAccno::Name to "tBoxAccno"
       set tBoxAccno::Size to new System.Drawing.Size(90 22)
       set tBoxAccno::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(192 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(50 16)
       set label2::TabIndex to 3
       set label2::Text to "Format"
      *>
      *> tBoxFormat
      *>
       set tBoxFormat::Location to new System.Drawing.Point(247 42)
       set tBoxFormat::MaxLength to 1
       set tBoxFormat::Name to "tBoxFormat"
       set tBoxFormat::Size to new System.Drawing.Size(30 22)
       set tBoxFormat::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(292 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(45 16)
       set label3::TabIndex to 5
       set label3::Text to "Folder"
      *>
      *> tBoxDest
      *>
       set tBoxDest::Location to new System.Drawing.Point(342 42)
       set tBoxDest::MaxLength to 60
       set tBoxDest::Name to "tBoxDest"
       set tBoxDest::Size to new System.Drawing.Size(330 22)
       set tBoxDest::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(687 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(35 16)
       set label4::TabIndex to 7
       set label4::Text to "Date"
      *>
      *> tBoxDate
      *>
       set tBoxDate::Location to new System.Drawing.Point(727 42)
       set tBoxDate::MaxLength to 10
       set tBoxDate::Name to "tBoxDate"
       set tBoxDate::Size to new System.Drawing.Size(100 22)
       set tBoxDate::TabIndex to 8
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
      *> ButtonSave
      *>
       set ButtonSave::Location to new System.Drawing.Point(120 80)
       set ButtonSave::Name to "ButtonSave"
       set ButtonSave::Size to new System.Drawing.Size(90 32)
       set ButtonSave::TabIndex to 10
       set ButtonSave::Text to "SAVE"
       set ButtonSave::UseVisualStyleBackColor to True
       invoke ButtonSave::add_Click(new System.EventHandler(self::ButtonSave_Click))
      *>
      *> ButtonSuspend
      *>
       set ButtonSuspend::Location to new System.Drawing.Point(223 80)
       set ButtonSuspend::Name to "ButtonSuspend"
       set ButtonSuspend::Size to new System.Drawing.Size(90 32)
       set ButtonSuspend::TabIndex to 11
       set ButtonSuspend::Text to "SUSPEND"
       set ButtonSuspend::UseVisualStyleBackColor to True
       invoke ButtonSuspend::add_Click(new System.EventHandler(self::ButtonSuspend_Click))
      *>
      *> ButtonResend
      *>
       set ButtonResend::Location to new System.Drawing.Point(326 80)
       set ButtonResend::Name to "ButtonResend"
       set ButtonResend::Size to new System.Drawing.Size(90 32)
       set ButtonResend::TabIndex to 12
       set ButtonResend::Text to "RESEND"
       set ButtonResend::UseVisualStyleBackColor to True
       invoke ButtonResend::add_Click(new System.EventHandler(self::ButtonResend_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HDAT HSEQ HFMT HSTS HENT HSND HSNT HFIL))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 127)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(963 298)
       set listView1::TabIndex to 13
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HDAT
      *>
       set HDAT::Text to "Statement Date"
       set HDAT::Width to 110
      *>
      *> HSEQ
      *>
       set HSEQ::Text to "No."
       set HSEQ::Width to 60
      *>
      *> HFMT
      *>
       set HFMT::Text to "Fmt"
       set HFMT::Width to 50
      *>
      *> HSTS
      *>
       set HSTS::Text to "Status"
       set HSTS::Width to 90
      *>
      *> HENT
      *>
       set HENT::Text to "Entries"
       set HENT::Width to 70
      *>
      *> HSND
      *>
       set HSND::Text to "Sends"
       set HSND::Width to 60
      *>
      *> HSNT
      *>
       set HSNT::Text to "Last Sent"
       set HSNT::Width to 160
      *>
      *> HFIL
      *>
       set HFIL::Text to "File"
       set HFIL::Width to 360
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 438)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 14
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B106
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonResend)
       invoke self::Controls::Add(ButtonSuspend)
       invoke self::Controls::Add(ButtonSave)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxDate)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxDest)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxFormat)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxAccno)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B106"
       set self::Text to "opentext(tm) - Bank Demo - Statement Feeds"
       invoke self::add_Load(new System.EventHandler(self::B106_Load))
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
