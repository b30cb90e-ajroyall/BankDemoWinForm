       class-id BankDemoWinForm.B112
                 is partial inherits type System.Windows.Forms.Form.

       01 menuStrip1 type System.Windows.Forms.MenuStrip.
       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 exitToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 moreInformationToolStripMenuI0 type System.Windows.Forms.ToolStripMenuItem.
       01 aboutToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxCcy type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxAmt type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxSettle type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxRates type System.Windows.Forms.TextBox.
       01 ButtonQuote type System.Windows.Forms.Button.
       01 ButtonBuy type System.Windows.Forms.Button.
       01 ButtonSell type System.Windows.Forms.Button.
       01 ButtonPositions type System.Windows.Forms.Button.
       01 listView1 type System.Windows.Forms.ListView.
       01 HCCY type System.Windows.Forms.ColumnHeader.
       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HOPN type System.Windows.Forms.ColumnHeader.
       01 HMOV type System.Windows.Forms.ColumnHeader.
       01 HEXP type System.Windows.Forms.ColumnHeader.
       01 HCNT type System.Windows.Forms.ColumnHeader.
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
       set tBoxCcy to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxAmt to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxSettle to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxRates to new System.Windows.Forms.TextBox
       set ButtonQuote to new System.Windows.Forms.Button
       set ButtonBuy to new System.Windows.Forms.Button
       set ButtonSell to new System.Windows.Forms.Button
       set ButtonPositions to new System.Windows.Forms.Button
       set listView1 to new System.Windows.Forms.ListView
       set HCCY to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HOPN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HMOV to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HEXP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HCNT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
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
       set menuStrip1::Size to new System.Drawing.Size(760 28)
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
       set label1::Size to new System.Drawing.Size(65 17)
       set label1::TabIndex to 1
       set label1::Text to "Currency"
      *>
      *> tBoxCcy
      *>
       set tBoxCcy::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCcy::Location to new System.Drawing.Point(100 42)
       set tBoxCcy::MaxLength to 3
       set tBoxCcy::Name to "tBoxCcy"
       set tBoxCcy::Size to new System.Drawing.Size(50 22)
       set tBoxCcy::TabIndex to 2
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(170 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(90 17)
       set label2::TabIndex to 3
       set label2::Text to "Notes amount"
      *>
      *> tBoxAmt
      *>
       set tBoxAmt::Location to new System.Drawing.Point(270 42)
       set tBoxAmt::MaxLength to 12
       set tBoxAmt::Name to "tBoxAmt"
       set tBoxAmt::Size to new System.Drawing.Size(110 22)
       set tBoxAmt::TabIndex to 4
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(400 45)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(75 17)
       set label3::TabIndex to 5
       set label3::Text to "Settle C/A"
      *>
      *> tBoxSettle
      *>
       set tBoxSettle::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxSettle::Location to new System.Drawing.Point(480 42)
       set tBoxSettle::MaxLength to 1
       set tBoxSettle::Name to "tBoxSettle"
       set tBoxSettle::Size to new System.Drawing.Size(30 22)
       set tBoxSettle::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(530 45)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(60 17)
       set label4::TabIndex to 7
       set label4::Text to "Account"
      *>
      *> tBoxAcc
      *>
       set tBoxAcc::Location to new System.Drawing.Point(600 42)
       set tBoxAcc::MaxLength to 9
       set tBoxAcc::Name to "tBoxAcc"
       set tBoxAcc::Size to new System.Drawing.Size(110 22)
       set tBoxAcc::TabIndex to 8
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(17 85)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(45 17)
       set label5::TabIndex to 9
       set label5::Text to "Rates"
      *>
      *> tBoxRates
      *>
       set tBoxRates::Location to new System.Drawing.Point(100 82)
       set tBoxRates::MaxLength to 80
       set tBoxRates::Name to "tBoxRates"
       set tBoxRates::ReadOnly to True
       set tBoxRates::Size to new System.Drawing.Size(610 22)
       set tBoxRates::TabIndex to 10
      *>
      *> ButtonQuote
      *>
       set ButtonQuote::Location to new System.Drawing.Point(17 125)
       set ButtonQuote::Name to "ButtonQuote"
       set ButtonQuote::Size to new System.Drawing.Size(150 30)
       set ButtonQuote::TabIndex to 11
       set ButtonQuote::Text to "QUOTE"
       set ButtonQuote::UseVisualStyleBackColor to True
       invoke ButtonQuote::add_Click(new System.EventHandler(self::ButtonQuote_Click))
      *>
      *> ButtonBuy
      *>
       set ButtonBuy::Location to new System.Drawing.Point(180 125)
       set ButtonBuy::Name to "ButtonBuy"
       set ButtonBuy::Size to new System.Drawing.Size(150 30)
       set ButtonBuy::TabIndex to 12
       set ButtonBuy::Text to "BUY NOTES"
       set ButtonBuy::UseVisualStyleBackColor to True
       invoke ButtonBuy::add_Click(new System.EventHandler(self::ButtonBuy_Click))
      *>
      *> ButtonSell
      *>
       set ButtonSell::Location to new System.Drawing.Point(343 125)
       set ButtonSell::Name to "ButtonSell"
       set ButtonSell::Size to new System.Drawing.Size(150 30)
       set ButtonSell::TabIndex to 13
       set ButtonSell::Text to "SELL NOTES"
       set ButtonSell::UseVisualStyleBackColor to True
       invoke ButtonSell::add_Click(new System.EventHandler(self::ButtonSell_Click))
      *>
      *> ButtonPositions
      *>
       set ButtonPositions::Location to new System.Drawing.Point(506 125)
       set ButtonPositions::Name to "ButtonPositions"
       set ButtonPositions::Size to new System.Drawing.Size(150 30)
       set ButtonPositions::TabIndex to 14
       set ButtonPositions::Text to "POSITIONS"
       set ButtonPositions::UseVisualStyleBackColor to True
       invoke ButtonPositions::add_Click(new System.EventHandler(self::ButtonPositions_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HCCY HSTS HOPN HMOV HEXP HCNT))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 170)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(720 220)
       set listView1::TabIndex to 15
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *> HCCY
      *>
       set HCCY::Text to "Currency"
       set HCCY::Width to 80
      *>
      *> HSTS
      *>
       set HSTS::Text to "Status"
       set HSTS::Width to 70
      *>
      *> HOPN
      *>
       set HOPN::Text to "Opening"
       set HOPN::Width to 120
      *>
      *> HMOV
      *>
       set HMOV::Text to "Movements"
       set HMOV::Width to 120
      *>
      *> HEXP
      *>
       set HEXP::Text to "Expected"
       set HEXP::Width to 120
      *>
      *> HCNT
      *>
       set HCNT::Text to "Counted"
       set HCNT::Width to 120
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 404)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(760 26)
       set statusStrip1::TabIndex to 16
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *>
       set toolStripStatusLabel1::Name to "toolStripStatusLabel1"
       set toolStripStatusLabel1::Size to new System.Drawing.Size(50 20)
       set toolStripStatusLabel1::Text to "Ready"
      *>
      *> B112
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(760 430)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonPositions)
       invoke self::Controls::Add(ButtonSell)
       invoke self::Controls::Add(ButtonBuy)
       invoke self::Controls::Add(ButtonQuote)
       invoke self::Controls::Add(tBoxRates)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxAcc)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxSettle)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxAmt)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxCcy)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(menuStrip1)
       set self::Name to "B112"
       set self::Text to "opentext(tm) - Bank Demo - Foreign Exchange Bureau"
       invoke self::add_Load(new System.EventHandler(self::B112_Load))
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
