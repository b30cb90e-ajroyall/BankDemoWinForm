       01 HBRN type System.Windows.Forms.ColumnHeader.
       01 HTIR type System.Windows.Forms.ColumnHeader.
       01 HTYP type System.Windows.Forms.ColumnHeader.
       01 HPUR type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxText type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxTier type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxAccType type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxPurpose type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonRetire type System.Windows.Forms.Button.
       set HBRN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HTIR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HTYP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HPUR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxText to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxTier to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxAccType to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxPurpose to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonRetire to new System.Windows.Forms.Button
       set tBoxAccType::Size to new System.Drawing.Size(30 22)
       set tBoxAccType::TabIndex to 12
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(115 80)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(57 16)
       set label7::TabIndex to 18
       set label7::Text to "Purpose"
      *>
      *> tBoxPurpose
      *>
       set tBoxPurpose::Location to new System.Drawing.Point(180 77)
       set tBoxPurpose::MaxLength to 1
       set tBoxPurpose::Name to "tBoxPurpose"
       set tBoxPurpose::Size to new System.Drawing.Size(30 22)
       set tBoxPurpose::TabIndex to 19
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 113)
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HID HTXT HFRM HTO HBRN HTIR HTYP HPUR))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 160)
       set HTYP::Text to "Type"
       set HTYP::Width to 50
      *>
      *> HPUR
      *>
       set HPUR::Text to "Purpose"
       set HPUR::Width to 65
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke self::Controls::Add(ButtonRetire)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxPurpose)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxAccType)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(tBoxTier)
