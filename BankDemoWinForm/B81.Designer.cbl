       01 HFRQ type System.Windows.Forms.ColumnHeader.
       01 HNXT type System.Windows.Forms.ColumnHeader.
       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HBLR type System.Windows.Forms.ColumnHeader.
       01 HREF type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxFromAcc type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxFrequency type System.Windows.Forms.TextBox.
       01 label7 type System.Windows.Forms.Label.
       01 tBoxFirstRun type System.Windows.Forms.TextBox.
       01 label8 type System.Windows.Forms.Label.
       01 tBoxBiller type System.Windows.Forms.TextBox.
       01 label9 type System.Windows.Forms.Label.
       01 tBoxBillRef type System.Windows.Forms.TextBox.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonAdd type System.Windows.Forms.Button.
       01 ButtonCancel type System.Windows.Forms.Button.
       set HFRQ to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNXT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HBLR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREF to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxFromAcc to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set tBoxFrequency to new System.Windows.Forms.TextBox
       set label7 to new System.Windows.Forms.Label
       set tBoxFirstRun to new System.Windows.Forms.TextBox
       set label8 to new System.Windows.Forms.Label
       set tBoxBiller to new System.Windows.Forms.TextBox
       set label9 to new System.Windows.Forms.Label
       set tBoxBillRef to new System.Windows.Forms.TextBox
       set ButtonList to new System.Windows.Forms.Button
       set ButtonAdd to new System.Windows.Forms.Button
       set ButtonCancel to new System.Windows.Forms.Button
       set tBoxFirstRun::Size to new System.Drawing.Size(95 22)
       set tBoxFirstRun::TabIndex to 14
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(410 80)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(42 16)
       set label8::TabIndex to 20
       set label8::Text to "Biller"
      *>
      *> tBoxBiller
      *>
       set tBoxBiller::Location to new System.Drawing.Point(460 77)
       set tBoxBiller::MaxLength to 8
       set tBoxBiller::Name to "tBoxBiller"
       set tBoxBiller::Size to new System.Drawing.Size(90 22)
       set tBoxBiller::TabIndex to 21
      *>
      *> label9
      *>
       set label9::AutoSize to True
       set label9::Location to new System.Drawing.Point(570 80)
       set label9::Name to "label9"
       set label9::Size to new System.Drawing.Size(70 16)
       set label9::TabIndex to 22
       set label9::Text to "Biller ref"
      *>
      *> tBoxBillRef
      *>
       set tBoxBillRef::Location to new System.Drawing.Point(645 77)
       set tBoxBillRef::MaxLength to 20
       set tBoxBillRef::Name to "tBoxBillRef"
       set tBoxBillRef::Size to new System.Drawing.Size(170 22)
       set tBoxBillRef::TabIndex to 23
      *>
      *> ButtonList
      *>
       set ButtonList::Location to new System.Drawing.Point(17 113)
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HFRM HTO HRTG HEXT HAMT HFRQ HNXT HSTS HBLR HREF))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 160)
       set HSTS::Text to "Status"
       set HSTS::Width to 95
      *>
      *> HBLR
      *>
       set HBLR::Text to "Biller"
       set HBLR::Width to 75
      *>
      *> HREF
      *>
       set HREF::Text to "Biller ref"
       set HREF::Width to 150
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke self::Controls::Add(ButtonCancel)
       invoke self::Controls::Add(ButtonAdd)
       invoke self::Controls::Add(ButtonList)
       invoke self::Controls::Add(tBoxBillRef)
       invoke self::Controls::Add(label9)
       invoke self::Controls::Add(tBoxBiller)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(tBoxFirstRun)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(tBoxFrequency)
