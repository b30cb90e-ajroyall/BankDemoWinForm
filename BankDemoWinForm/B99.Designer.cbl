       01 tBoxC5 type System.Windows.Forms.TextBox.
       01 label10 type System.Windows.Forms.Label.
       01 tBoxCoin type System.Windows.Forms.TextBox.
       01 label11 type System.Windows.Forms.Label.
       01 tBoxCcy type System.Windows.Forms.TextBox.
       01 ButtonOpen type System.Windows.Forms.Button.
       01 ButtonMove type System.Windows.Forms.Button.
       01 ButtonList type System.Windows.Forms.Button.
       set tBoxC5 to new System.Windows.Forms.TextBox
       set label10 to new System.Windows.Forms.Label
       set tBoxCoin to new System.Windows.Forms.TextBox
       set label11 to new System.Windows.Forms.Label
       set tBoxCcy to new System.Windows.Forms.TextBox
       set ButtonOpen to new System.Windows.Forms.Button
       set ButtonMove to new System.Windows.Forms.Button
       set ButtonList to new System.Windows.Forms.Button
       set tBoxAmount::Size to new System.Drawing.Size(85 22)
       set tBoxAmount::TabIndex to 8
      *>
      *> label11
      *>
       set label11::AutoSize to True
       set label11::Location to new System.Drawing.Point(550 45)
       set label11::Name to "label11"
       set label11::Size to new System.Drawing.Size(30 16)
       set label11::TabIndex to 28
       set label11::Text to "Ccy"
      *>
      *> tBoxCcy
      *>
       set tBoxCcy::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxCcy::Location to new System.Drawing.Point(590 42)
       set tBoxCcy::MaxLength to 3
       set tBoxCcy::Name to "tBoxCcy"
       set tBoxCcy::Size to new System.Drawing.Size(50 22)
       set tBoxCcy::TabIndex to 29
      *>
      *> label5
      *>
       set label5::AutoSize to True
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(ButtonMove)
       invoke self::Controls::Add(ButtonOpen)
       invoke self::Controls::Add(tBoxCcy)
       invoke self::Controls::Add(label11)
       invoke self::Controls::Add(tBoxCoin)
       invoke self::Controls::Add(label10)
       invoke self::Controls::Add(tBoxC5)
