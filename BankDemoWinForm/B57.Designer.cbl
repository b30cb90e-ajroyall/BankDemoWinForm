       01 ButtonIssue type System.Windows.Forms.Button.
       01 ButtonStop type System.Windows.Forms.Button.
       01 ButtonRelease type System.Windows.Forms.Button.
       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxOrdSize type System.Windows.Forms.TextBox.
       01 tBoxAddr1 type System.Windows.Forms.TextBox.
       01 tBoxAddr2 type System.Windows.Forms.TextBox.
       01 tBoxState type System.Windows.Forms.TextBox.
       01 tBoxPost type System.Windows.Forms.TextBox.
       01 tBoxPersonal type System.Windows.Forms.TextBox.
       01 groupBox2 type System.Windows.Forms.GroupBox.
       01 ButtonOrder type System.Windows.Forms.Button.
       01 ButtonCancelOrder type System.Windows.Forms.Button.
       01 listView2 type System.Windows.Forms.ListView.
       01 ORDNO type System.Windows.Forms.ColumnHeader.
       01 ORDSIZE type System.Windows.Forms.ColumnHeader.
       01 ORDSTS type System.Windows.Forms.ColumnHeader.
       01 ORDFIRST type System.Windows.Forms.ColumnHeader.
       01 ORDDTE type System.Windows.Forms.ColumnHeader.
       01 ORDADDR type System.Windows.Forms.ColumnHeader.
       01 ORDPERS type System.Windows.Forms.ColumnHeader.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 components type System.ComponentModel.IContainer.
       set ButtonIssue to new System.Windows.Forms.Button
       set ButtonStop to new System.Windows.Forms.Button
       set ButtonRelease to new System.Windows.Forms.Button
       set groupBox2 to new System.Windows.Forms.GroupBox
       set label4 to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set label6 to new System.Windows.Forms.Label
       set label7 to new System.Windows.Forms.Label
       set label8 to new System.Windows.Forms.Label
       set tBoxOrdSize to new System.Windows.Forms.TextBox
       set tBoxAddr1 to new System.Windows.Forms.TextBox
       set tBoxAddr2 to new System.Windows.Forms.TextBox
       set tBoxState to new System.Windows.Forms.TextBox
       set tBoxPost to new System.Windows.Forms.TextBox
       set tBoxPersonal to new System.Windows.Forms.TextBox
       set ButtonOrder to new System.Windows.Forms.Button
       set ButtonCancelOrder to new System.Windows.Forms.Button
       set listView2 to new System.Windows.Forms.ListView
       set ORDNO to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDSIZE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDFIRST to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDDTE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDADDR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ORDPERS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       invoke menuStrip1::SuspendLayout
       invoke groupBox1::SuspendLayout
       invoke groupBox2::SuspendLayout
       invoke statusStrip1::SuspendLayout
       invoke self::SuspendLayout
      *>
       set ButtonRelease::UseVisualStyleBackColor to True
       invoke ButtonRelease::add_Click(new System.EventHandler(self::ButtonRelease_Click))
      *>
      *> groupBox2
      *>
       invoke groupBox2::Controls::Add(tBoxPersonal)
       invoke groupBox2::Controls::Add(tBoxPost)
       invoke groupBox2::Controls::Add(tBoxState)
       invoke groupBox2::Controls::Add(tBoxAddr2)
       invoke groupBox2::Controls::Add(tBoxAddr1)
       invoke groupBox2::Controls::Add(tBoxOrdSize)
       invoke groupBox2::Controls::Add(label8)
       invoke groupBox2::Controls::Add(label7)
       invoke groupBox2::Controls::Add(label6)
       invoke groupBox2::Controls::Add(label5)
       invoke groupBox2::Controls::Add(label4)
       set groupBox2::Location to new System.Drawing.Point(17 430)
       set groupBox2::Name to "groupBox2"
       set groupBox2::Size to new System.Drawing.Size(640 125)
       set groupBox2::TabIndex to 9
       set groupBox2::TabStop to False
       set groupBox2::Text to "Order Cheque Book From Printer"
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(16 28)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(110 16)
       set label4::TabIndex to 0
       set label4::Text to "Book Size"
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(16 58)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(110 16)
       set label5::TabIndex to 1
       set label5::Text to "Address"
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(16 88)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(110 16)
       set label6::TabIndex to 2
       set label6::Text to "State / Post Code"
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(300 28)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(110 16)
       set label7::TabIndex to 3
       set label7::Text to "Personalise"
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(270 88)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(300 16)
       set label8::TabIndex to 4
       set label8::Text to "Blank address = customer address on file"
      *>
      *> tBoxOrdSize
      *>
       set tBoxOrdSize::Location to new System.Drawing.Point(160 25)
       set tBoxOrdSize::MaxLength to 3
       set tBoxOrdSize::Name to "tBoxOrdSize"
       set tBoxOrdSize::Size to new System.Drawing.Size(60 22)
       set tBoxOrdSize::TabIndex to 5
      *>
      *> tBoxAddr1
      *>
       set tBoxAddr1::Location to new System.Drawing.Point(160 55)
       set tBoxAddr1::MaxLength to 25
       set tBoxAddr1::Name to "tBoxAddr1"
       set tBoxAddr1::Size to new System.Drawing.Size(220 22)
       set tBoxAddr1::TabIndex to 6
      *>
      *> tBoxAddr2
      *>
       set tBoxAddr2::Location to new System.Drawing.Point(390 55)
       set tBoxAddr2::MaxLength to 25
       set tBoxAddr2::Name to "tBoxAddr2"
       set tBoxAddr2::Size to new System.Drawing.Size(220 22)
       set tBoxAddr2::TabIndex to 7
      *>
      *> tBoxState
      *>
       set tBoxState::Location to new System.Drawing.Point(160 85)
       set tBoxState::MaxLength to 2
       set tBoxState::Name to "tBoxState"
       set tBoxState::Size to new System.Drawing.Size(40 22)
       set tBoxState::TabIndex to 8
      *>
      *> tBoxPost
      *>
       set tBoxPost::Location to new System.Drawing.Point(210 85)
       set tBoxPost::MaxLength to 6
       set tBoxPost::Name to "tBoxPost"
       set tBoxPost::Size to new System.Drawing.Size(50 22)
       set tBoxPost::TabIndex to 9
      *>
      *> tBoxPersonal
      *>
       set tBoxPersonal::Location to new System.Drawing.Point(400 25)
       set tBoxPersonal::MaxLength to 30
       set tBoxPersonal::Name to "tBoxPersonal"
       set tBoxPersonal::Size to new System.Drawing.Size(210 22)
       set tBoxPersonal::TabIndex to 10
      *>
      *> ButtonOrder
      *>
       set ButtonOrder::Location to new System.Drawing.Point(680 440)
       set ButtonOrder::Name to "ButtonOrder"
       set ButtonOrder::Size to new System.Drawing.Size(140 37)
       set ButtonOrder::TabIndex to 10
       set ButtonOrder::Text to "ORDER BOOK"
       set ButtonOrder::UseVisualStyleBackColor to True
       invoke ButtonOrder::add_Click(new System.EventHandler(self::ButtonOrder_Click))
      *>
      *> ButtonCancelOrder
      *>
       set ButtonCancelOrder::Location to new System.Drawing.Point(680 500)
       set ButtonCancelOrder::Name to "ButtonCancelOrder"
       set ButtonCancelOrder::Size to new System.Drawing.Size(140 37)
       set ButtonCancelOrder::TabIndex to 11
       set ButtonCancelOrder::Text to "CANCEL ORDER"
       set ButtonCancelOrder::UseVisualStyleBackColor to True
       invoke ButtonCancelOrder::add_Click(new System.EventHandler(self::ButtonCancelOrder_Click))
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(ORDNO ORDSIZE ORDSTS ORDFIRST ORDDTE ORDADDR ORDPERS))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(17 570)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(823 115)
       set listView2::TabIndex to 12
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
      *>
      *> ORDNO
      *>
       set ORDNO::Text to "Order"
       set ORDNO::Width to 70
      *>
      *> ORDSIZE
      *>
       set ORDSIZE::Text to "Size"
       set ORDSIZE::Width to 50
      *>
      *> ORDSTS
      *>
       set ORDSTS::Text to "Status"
       set ORDSTS::Width to 100
      *>
      *> ORDFIRST
      *>
       set ORDFIRST::Text to "First No"
       set ORDFIRST::Width to 80
      *>
      *> ORDDTE
      *>
       set ORDDTE::Text to "Ordered"
       set ORDDTE::Width to 100
      *>
      *> ORDADDR
      *>
       set ORDADDR::Text to "Deliver To"
       set ORDADDR::Width to 200
      *>
      *> ORDPERS
      *>
       set ORDPERS::Text to "Personalisation"
       set ORDPERS::Width to 200
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 694)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(860 26)
       set statusStrip1::TabIndex to 13
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *> B57
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(860 720)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(ButtonCancelOrder)
       invoke self::Controls::Add(ButtonOrder)
       invoke self::Controls::Add(groupBox2)
       invoke self::Controls::Add(ButtonRelease)
       invoke self::Controls::Add(ButtonStop)
       invoke self::Controls::Add(ButtonIssue)
       invoke menuStrip1::PerformLayout
       invoke groupBox1::ResumeLayout(False)
       invoke groupBox1::PerformLayout
       invoke groupBox2::ResumeLayout(False)
       invoke groupBox2::PerformLayout
       invoke statusStrip1::ResumeLayout(False)
       invoke statusStrip1::PerformLayout
       invoke self::ResumeLayout(False)
