       01 cBox-COMBINED type System.Windows.Forms.CheckBox.
       01 labelLang type System.Windows.Forms.Label.
       01 tBox-LANG type System.Windows.Forms.TextBox.
       01 labelDob type System.Windows.Forms.Label.
       01 tBox-DOB type System.Windows.Forms.TextBox.
       01 labelTaxExp type System.Windows.Forms.Label.
       01 tBox-TAXEXP type System.Windows.Forms.TextBox.
       01 groupBox2 type System.Windows.Forms.GroupBox.
       set cBox-COMBINED to new System.Windows.Forms.CheckBox
       set labelLang to new System.Windows.Forms.Label
       set tBox-LANG to new System.Windows.Forms.TextBox
       set labelDob to new System.Windows.Forms.Label
       set tBox-DOB to new System.Windows.Forms.TextBox
       set labelTaxExp to new System.Windows.Forms.Label
       set tBox-TAXEXP to new System.Windows.Forms.TextBox
       set groupBox2 to new System.Windows.Forms.GroupBox
       set tBox-LANG::Size to new System.Drawing.Size(35 22)
       set tBox-LANG::TabIndex to 16
      *>
      *> labelDob / tBox-DOB - date of birth, which marks a minor
      *>
       set labelDob::AutoSize to True
       set labelDob::Location to new System.Drawing.Point(280 119)
       set labelDob::Name to "labelDob"
       set labelDob::Size to new System.Drawing.Size(110 16)
       set labelDob::TabIndex to 17
       set labelDob::Text to "Born (Y-M-D)"
       set tBox-DOB::Location to new System.Drawing.Point(395 116)
       set tBox-DOB::MaxLength to 10
       set tBox-DOB::Name to "tBox-DOB"
       set tBox-DOB::Size to new System.Drawing.Size(95 22)
       set tBox-DOB::TabIndex to 18
      *>
      *> labelTaxExp
      *>
       set labelTaxExp::AutoSize to True
       invoke groupBox2::Controls::Add(cBox-COMBINED)
       invoke groupBox2::Controls::Add(labelLang)
       invoke groupBox2::Controls::Add(tBox-LANG)
       invoke groupBox2::Controls::Add(labelDob)
       invoke groupBox2::Controls::Add(tBox-DOB)
       invoke groupBox2::Controls::Add(labelTaxExp)
       invoke groupBox2::Controls::Add(tBox-TAXEXP)
       invoke groupBox2::Controls::Add(cBox-SEND-MAIL)
