       01 NICK type System.Windows.Forms.ColumnHeader.
       01 ACCNO type System.Windows.Forms.ColumnHeader.
       01 LASTUSED type System.Windows.Forms.ColumnHeader.
       01 BILLER type System.Windows.Forms.ColumnHeader.
       01 groupBox1 type System.Windows.Forms.GroupBox.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxNick type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxAcc type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 cBoxBiller type System.Windows.Forms.ComboBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxBillRef type System.Windows.Forms.TextBox.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonDelete type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       set NICK to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ACCNO to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set LASTUSED to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set BILLER to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set groupBox1 to new System.Windows.Forms.GroupBox
       set label1 to new System.Windows.Forms.Label
       set tBoxNick to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxAcc to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set cBoxBiller to new System.Windows.Forms.ComboBox
       set label4 to new System.Windows.Forms.Label
       set tBoxBillRef to new System.Windows.Forms.TextBox
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonDelete to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(NICK ACCNO LASTUSED BILLER))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 40)
      *> LASTUSED
      *>
       set LASTUSED::Text to "Last Used"
       set LASTUSED::Width to 120
      *>
      *> BILLER
      *>
       set BILLER::Text to "Biller"
       set BILLER::Width to 70
      *>
      *> groupBox1
      *>
       invoke groupBox1::Controls::Add(tBoxBillRef)
       invoke groupBox1::Controls::Add(label4)
       invoke groupBox1::Controls::Add(cBoxBiller)
       invoke groupBox1::Controls::Add(label3)
       invoke groupBox1::Controls::Add(tBoxAcc)
       invoke groupBox1::Controls::Add(label2)
       invoke groupBox1::Controls::Add(tBoxNick)
       invoke groupBox1::Controls::Add(label1)
       set groupBox1::Location to new System.Drawing.Point(487 40)
       set groupBox1::Name to "groupBox1"
       set groupBox1::Size to new System.Drawing.Size(303 210)
       set groupBox1::TabIndex to 2
       set groupBox1::TabStop to False
       set groupBox1::Text to "Payee"
       set tBoxAcc::Size to new System.Drawing.Size(110 22)
       set tBoxAcc::TabIndex to 3
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(20 98)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(45 16)
       set label3::TabIndex to 4
       set label3::Text to "Biller"
      *>
      *> cBoxBiller
      *>
       set cBoxBiller::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cBoxBiller::Location to new System.Drawing.Point(120 91)
       set cBoxBiller::Name to "cBoxBiller"
       set cBoxBiller::Size to new System.Drawing.Size(160 24)
       set cBoxBiller::TabIndex to 5
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(20 132)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(80 16)
       set label4::TabIndex to 6
       set label4::Text to "Your ref"
      *>
      *> tBoxBillRef
      *>
       set tBoxBillRef::Location to new System.Drawing.Point(120 125)
       set tBoxBillRef::MaxLength to 20
       set tBoxBillRef::Name to "tBoxBillRef"
       set tBoxBillRef::Size to new System.Drawing.Size(160 22)
       set tBoxBillRef::TabIndex to 7
      *>
      *> ButtonAdd
      *>
       set ButtonAdd::Location to new System.Drawing.Point(487 270)
       set ButtonAdd::Name to "ButtonAdd"
       set ButtonAdd::Size to new System.Drawing.Size(140 37)
       set ButtonAdd::TabIndex to 3
      *>
      *> ButtonDelete
      *>
       set ButtonDelete::Location to new System.Drawing.Point(650 270)
       set ButtonDelete::Name to "ButtonDelete"
       set ButtonDelete::Size to new System.Drawing.Size(140 37)
       set ButtonDelete::TabIndex to 4
