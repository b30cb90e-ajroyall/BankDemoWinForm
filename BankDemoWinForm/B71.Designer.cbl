       01 tBoxObligations type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxSupervisor type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxProduct type System.Windows.Forms.TextBox.
       01 ButtonOriginate type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       set tBoxObligations to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxSupervisor to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxProduct to new System.Windows.Forms.TextBox
       set ButtonOriginate to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       set tBoxSupervisor::Size to new System.Drawing.Size(70 22)
       set tBoxSupervisor::TabIndex to 9
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(680 285)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(170 16)
       set label5::TabIndex to 10
       set label5::Text to "Product (PL AU HI DC ED OT)"
      *>
      *> tBoxProduct
      *>
       set tBoxProduct::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
       set tBoxProduct::Location to new System.Drawing.Point(680 310)
       set tBoxProduct::MaxLength to 2
       set tBoxProduct::Name to "tBoxProduct"
       set tBoxProduct::Size to new System.Drawing.Size(40 22)
       set tBoxProduct::TabIndex to 11
      *>
      *> ButtonOriginate
      *>
       set ButtonOriginate::Location to new System.Drawing.Point(680 120)
       set self::ClientSize to new System.Drawing.Size(860 414)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(ButtonOriginate)
       invoke self::Controls::Add(tBoxProduct)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxSupervisor)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxObligations)
