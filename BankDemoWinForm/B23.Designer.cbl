       01 tBoxDrawer type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 labelVulnerable type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxAmt type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxCcy type System.Windows.Forms.TextBox.
       01 ButtonOpen type System.Windows.Forms.Button.
       01 ButtonDeposit type System.Windows.Forms.Button.
       01 ButtonWithdraw type System.Windows.Forms.Button.
       set tBoxDrawer to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set labelVulnerable to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set tBoxAmt to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxCcy to new System.Windows.Forms.TextBox
       set ButtonOpen to new System.Windows.Forms.Button
       set ButtonDeposit to new System.Windows.Forms.Button
       set ButtonWithdraw to new System.Windows.Forms.Button
       set tBoxAcc::Name to "tBoxAcc"
       set tBoxAcc::Size to new System.Drawing.Size(110 22)
       set tBoxAcc::TabIndex to 4
       invoke tBoxAcc::add_Leave(new System.EventHandler(self::tBoxAcc_Leave))
      *>
      *> labelVulnerable
      *>
       set labelVulnerable::BackColor to type System.Drawing.Color::Firebrick
       set labelVulnerable::Font to new System.Drawing.Font("Microsoft Sans Serif" 8.25 type System.Drawing.FontStyle::Bold)
       set labelVulnerable::ForeColor to type System.Drawing.Color::White
       set labelVulnerable::Location to new System.Drawing.Point(240 78)
       set labelVulnerable::Name to "labelVulnerable"
       set labelVulnerable::Size to new System.Drawing.Size(360 34)
       set labelVulnerable::TabIndex to 15
       set labelVulnerable::Visible to False
      *>
      *> label3
      *>
       set tBoxAmt::Size to new System.Drawing.Size(110 22)
       set tBoxAmt::TabIndex to 6
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(240 125)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(65 16)
       set label4::TabIndex to 12
       set label4::Text to "Currency"
      *>
      *> tBoxCcy
      *>
       set tBoxCcy::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCcy::Location to new System.Drawing.Point(320 122)
       set tBoxCcy::MaxLength to 3
       set tBoxCcy::Name to "tBoxCcy"
       set tBoxCcy::Size to new System.Drawing.Size(50 22)
       set tBoxCcy::TabIndex to 13
      *>
      *> ButtonOpen
      *>
       set ButtonOpen::Location to new System.Drawing.Point(17 170)
       invoke self::Controls::Add(ButtonWithdraw)
       invoke self::Controls::Add(ButtonDeposit)
       invoke self::Controls::Add(ButtonOpen)
       invoke self::Controls::Add(tBoxCcy)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxAmt)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(labelVulnerable)
       invoke self::Controls::Add(tBoxAcc)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(tBoxDrawer)
