       01 label1 type System.Windows.Forms.Label.
       01 buttonTransfer type System.Windows.Forms.Button.
       01 ERRMSG type System.Windows.Forms.TextBox.
       01 labelVulnerable type System.Windows.Forms.Label.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 textBox2 type System.Windows.Forms.TextBox.
       01 tbValueDate type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tbRateLock type System.Windows.Forms.TextBox.
       01 label10 type System.Windows.Forms.Label.
       01 tbStepCode type System.Windows.Forms.TextBox.
       01 label13 type System.Windows.Forms.Label.
       01 tbKycSuper type System.Windows.Forms.TextBox.
       01 label14 type System.Windows.Forms.Label.
       01 tbKycCode type System.Windows.Forms.TextBox.
       01 groupBox6 type System.Windows.Forms.GroupBox.
       01 label11 type System.Windows.Forms.Label.
       01 cBoxBiller type System.Windows.Forms.ComboBox.
       01 label12 type System.Windows.Forms.Label.
       01 tbBillRef type System.Windows.Forms.TextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set label1 to new System.Windows.Forms.Label
       set buttonTransfer to new System.Windows.Forms.Button
       set ERRMSG to new System.Windows.Forms.TextBox
       set labelVulnerable to new System.Windows.Forms.Label
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set textBox2 to new System.Windows.Forms.TextBox
       set tbValueDate to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tbRateLock to new System.Windows.Forms.TextBox
       set label10 to new System.Windows.Forms.Label
       set tbStepCode to new System.Windows.Forms.TextBox
       set label13 to new System.Windows.Forms.Label
       set tbKycSuper to new System.Windows.Forms.TextBox
       set label14 to new System.Windows.Forms.Label
       set tbKycCode to new System.Windows.Forms.TextBox
       set groupBox6 to new System.Windows.Forms.GroupBox
       set label11 to new System.Windows.Forms.Label
       set cBoxBiller to new System.Windows.Forms.ComboBox
       set label12 to new System.Windows.Forms.Label
       set tbBillRef to new System.Windows.Forms.TextBox
       invoke pictureBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke statusStrip1::SuspendLayout
       invoke menuStrip1::SuspendLayout
       set tbExtAcc::Size to new System.Drawing.Size(165 22)
       set tbExtAcc::TabIndex to 57
      *>
      *> groupBox6 - bill payment to a registered biller; a biller
      *> picked here makes the transfer a bill payment under the
      *> customer's reference and the To account is left blank
      *>
       invoke groupBox6::Controls::Add(tbBillRef)
       invoke groupBox6::Controls::Add(label12)
       invoke groupBox6::Controls::Add(cBoxBiller)
       invoke groupBox6::Controls::Add(label11)
       set groupBox6::Font to new System.Drawing.Font("Microsoft Sans Serif" 12 type System.Drawing.FontStyle::Bold type System.Drawing.GraphicsUnit::Point 0 as type System.Byte)
       set groupBox6::Location to new System.Drawing.Point(610 40)
       set groupBox6::Name to "groupBox6"
       set groupBox6::Size to new System.Drawing.Size(185 140)
       set groupBox6::TabIndex to 64
       set groupBox6::TabStop to False
       set groupBox6::Text to "Bill Payment"
      *>
      *> label11
      *>
       set label11::AutoSize to True
       set label11::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set label11::Location to new System.Drawing.Point(10 28)
       set label11::Name to "label11"
       set label11::Size to new System.Drawing.Size(40 16)
       set label11::TabIndex to 65
       set label11::Text to "Biller"
      *>
      *> cBoxBiller
      *>
       set cBoxBiller::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cBoxBiller::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set cBoxBiller::Location to new System.Drawing.Point(10 48)
       set cBoxBiller::Name to "cBoxBiller"
       set cBoxBiller::Size to new System.Drawing.Size(165 24)
       set cBoxBiller::TabIndex to 66
      *>
      *> label12
      *>
       set label12::AutoSize to True
       set label12::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set label12::Location to new System.Drawing.Point(10 78)
       set label12::Name to "label12"
       set label12::Size to new System.Drawing.Size(90 16)
       set label12::TabIndex to 67
       set label12::Text to "Your ref"
      *>
      *> tbBillRef
      *>
       set tbBillRef::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set tbBillRef::Location to new System.Drawing.Point(10 98)
       set tbBillRef::MaxLength to 20
       set tbBillRef::Name to "tbBillRef"
       set tbBillRef::Size to new System.Drawing.Size(165 22)
       set tbBillRef::TabIndex to 68
      *>
      *> label8 - a filled-in value date queues the transfer instead
      *> of posting it today
      *>
       set tbRateLock::Size to new System.Drawing.Size(35 22)
       set tbRateLock::TabIndex to 61
      *>
      *> label10 - the code e-mailed when a takeover alert asks the
      *> customer to prove themselves before money moves again
      *>
       set label10::AutoSize to True
       set label10::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set label10::Location to new System.Drawing.Point(415 290)
       set label10::Name to "label10"
       set label10::Size to new System.Drawing.Size(130 16)
       set label10::TabIndex to 62
       set label10::Text to "Security code"
      *>
      *> tbStepCode
      *>
       set tbStepCode::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set tbStepCode::Location to new System.Drawing.Point(415 310)
       set tbStepCode::MaxLength to 6
       set tbStepCode::Name to "tbStepCode"
       set tbStepCode::Size to new System.Drawing.Size(70 22)
       set tbStepCode::TabIndex to 63
      *>
      *> label13 - over the KYC threshold with no valid identity
      *> document on file, the supervisor overriding is named here
      *>
       set label13::AutoSize to True
       set label13::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set label13::Location to new System.Drawing.Point(415 340)
       set label13::Name to "label13"
       set label13::Size to new System.Drawing.Size(130 16)
       set label13::TabIndex to 69
       set label13::Text to "ID override supervisor"
      *>
      *> tbKycSuper
      *>
       set tbKycSuper::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set tbKycSuper::Location to new System.Drawing.Point(415 360)
       set tbKycSuper::MaxLength to 5
       set tbKycSuper::Name to "tbKycSuper"
       set tbKycSuper::Size to new System.Drawing.Size(70 22)
       set tbKycSuper::TabIndex to 70
      *>
      *> label14
      *>
       set label14::AutoSize to True
       set label14::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set label14::Location to new System.Drawing.Point(415 390)
       set label14::Name to "label14"
       set label14::Size to new System.Drawing.Size(130 16)
       set label14::TabIndex to 71
       set label14::Text to "Supervisor's code"
      *>
      *> tbKycCode
      *>
       set tbKycCode::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
       set tbKycCode::Location to new System.Drawing.Point(415 410)
       set tbKycCode::MaxLength to 6
       set tbKycCode::Name to "tbKycCode"
       set tbKycCode::Size to new System.Drawing.Size(70 22)
       set tbKycCode::TabIndex to 72
      *>
      *> tbToBalance
      *> 
       set tbToBalance::Font to new System.Drawing.Font("Microsoft Sans Serif" 9)
      *> 
      *> B50new
      *> 
      *>
      *> labelVulnerable
      *>
       set labelVulnerable::BackColor to type System.Drawing.Color::Firebrick
       set labelVulnerable::Font to new System.Drawing.Font("Microsoft Sans Serif" 8.25 type System.Drawing.FontStyle::Bold)
       set labelVulnerable::ForeColor to type System.Drawing.Color::White
       set labelVulnerable::Location to new System.Drawing.Point(610 190)
       set labelVulnerable::Name to "labelVulnerable"
       set labelVulnerable::Size to new System.Drawing.Size(185 120)
       set labelVulnerable::Visible to False
       set self::ClientSize to new System.Drawing.Size(806 525)
       set self::ControlBox to False
       invoke self::Controls::Add(labelVulnerable)
       invoke self::Controls::Add(tbKycCode)
       invoke self::Controls::Add(label14)
       invoke self::Controls::Add(tbKycSuper)
       invoke self::Controls::Add(label13)
       invoke self::Controls::Add(tbStepCode)
       invoke self::Controls::Add(label10)
       invoke self::Controls::Add(tbRateLock)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(tbValueDate)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(groupBox6)
       invoke self::Controls::Add(groupBox5)
       invoke self::Controls::Add(groupBox4)
       invoke self::Controls::Add(groupBox3)
