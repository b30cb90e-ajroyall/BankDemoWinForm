       01 tBoxRollover type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxPayoutAcc type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxTaxCountry type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxTaxTin type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxNoTin type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxKycSuper type System.Windows.Forms.TextBox.
       01 label10 type System.Windows.Forms.Label.
       01 tBoxKycCode type System.Windows.Forms.TextBox.
       01 ButtonOpenAccount type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       set tBoxRollover to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxPayoutAcc to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxTaxCountry to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxTaxTin to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxNoTin to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tBoxKycSuper to new System.Windows.Forms.TextBox
       set label10 to new System.Windows.Forms.Label
       set tBoxKycCode to new System.Windows.Forms.TextBox
       set ButtonOpenAccount to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
      *>
      *> groupBox1
      *>
       invoke groupBox1::Controls::Add(tBoxKycCode)
       invoke groupBox1::Controls::Add(label10)
       invoke groupBox1::Controls::Add(tBoxKycSuper)
       invoke groupBox1::Controls::Add(label9)
       invoke groupBox1::Controls::Add(tBoxNoTin)
       invoke groupBox1::Controls::Add(label8)
       invoke groupBox1::Controls::Add(tBoxTaxTin)
       invoke groupBox1::Controls::Add(label7)
       invoke groupBox1::Controls::Add(tBoxTaxCountry)
       invoke groupBox1::Controls::Add(label6)
       invoke groupBox1::Controls::Add(tBoxPayoutAcc)
       invoke groupBox1::Controls::Add(label5)
       invoke groupBox1::Controls::Add(tBoxRollover)
       invoke groupBox1::Controls::Add(label1)
       set groupBox1::Location to new System.Drawing.Point(31 67)
       set groupBox1::Name to "groupBox1"
       set groupBox1::Size to new System.Drawing.Size(494 395)
       set groupBox1::TabIndex to 1
       set groupBox1::TabStop to False
       set groupBox1::Text to "Open New Account"
       set tBoxPayoutAcc::Size to new System.Drawing.Size(110 22)
       set tBoxPayoutAcc::TabIndex to 9
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(16 215)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(140 16)
       set label6::TabIndex to 10
       set label6::Text to "Tax residence country"
      *>
      *> tBoxTaxCountry
      *>
       set tBoxTaxCountry::Location to new System.Drawing.Point(164 212)
       set tBoxTaxCountry::MaxLength to 3
       set tBoxTaxCountry::Name to "tBoxTaxCountry"
       set tBoxTaxCountry::Size to new System.Drawing.Size(60 22)
       set tBoxTaxCountry::TabIndex to 11
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(16 250)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(140 16)
       set label7::TabIndex to 12
       set label7::Text to "Taxpayer Id (TIN)"
      *>
      *> tBoxTaxTin
      *>
       set tBoxTaxTin::Location to new System.Drawing.Point(164 247)
       set tBoxTaxTin::MaxLength to 20
       set tBoxTaxTin::Name to "tBoxTaxTin"
       set tBoxTaxTin::Size to new System.Drawing.Size(234 22)
       set tBoxTaxTin::TabIndex to 13
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(16 285)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(140 16)
       set label8::TabIndex to 14
       set label8::Text to "No TIN reason (A/B/C)"
      *>
      *> tBoxNoTin
      *>
       set tBoxNoTin::Location to new System.Drawing.Point(164 282)
       set tBoxNoTin::MaxLength to 1
       set tBoxNoTin::Name to "tBoxNoTin"
       set tBoxNoTin::Size to new System.Drawing.Size(60 22)
       set tBoxNoTin::TabIndex to 15
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(16 320)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(140 16)
       set label9::TabIndex to 16
       set label9::Text to "ID override supervisor"
      *>
      *> tBoxKycSuper
      *>
       set tBoxKycSuper::Location to new System.Drawing.Point(164 317)
       set tBoxKycSuper::MaxLength to 5
       set tBoxKycSuper::Name to "tBoxKycSuper"
       set tBoxKycSuper::Size to new System.Drawing.Size(80 22)
       set tBoxKycSuper::TabIndex to 17
      *>
      *> label10
      *>
       set label10::AutoSize to True
       set label10::Location to new System.Drawing.Point(16 355)
       set label10::Name to "label10"
       set label10::Size to new System.Drawing.Size(140 16)
       set label10::TabIndex to 18
       set label10::Text to "Supervisor's code"
      *>
      *> tBoxKycCode
      *>
       set tBoxKycCode::Location to new System.Drawing.Point(164 352)
       set tBoxKycCode::MaxLength to 6
       set tBoxKycCode::Name to "tBoxKycCode"
       set tBoxKycCode::Size to new System.Drawing.Size(80 22)
       set tBoxKycCode::TabIndex to 19
      *>
      *> ButtonOpenAccount
      *>
       set ButtonOpenAccount::Location to new System.Drawing.Point(547 93)
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 500)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(684 26)
       set statusStrip1::TabIndex to 3
      *>
       set ERRMSG::BorderStyle to type System.Windows.Forms.BorderStyle::None
       set ERRMSG::Enabled to False
       set ERRMSG::Location to new System.Drawing.Point(12 488)
       set ERRMSG::Name to "ERRMSG"
       set ERRMSG::ReadOnly to True
       set ERRMSG::Size to new System.Drawing.Size(574 15)
      *> B80
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(684 526)
       invoke self::Controls::Add(pictureBox1)
       invoke self::Controls::Add(ERRMSG)
       invoke self::Controls::Add(statusStrip1)
