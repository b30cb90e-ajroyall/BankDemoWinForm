       01 buttonClose type System.Windows.Forms.Button.
       01 labelCloseTo type System.Windows.Forms.Label.
       01 tbCloseToAcc type System.Windows.Forms.TextBox.
       01 labelReason type System.Windows.Forms.Label.
       01 cBoxReason type System.Windows.Forms.ComboBox.
       01 logOffToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 helpToolStripMenuItem1 type System.Windows.Forms.ToolStripMenuItem.
       01 toolStripSeparator1 type System.Windows.Forms.ToolStripSeparator.
       set buttonClose to new System.Windows.Forms.Button
       set labelCloseTo to new System.Windows.Forms.Label
       set tbCloseToAcc to new System.Windows.Forms.TextBox
       set labelReason to new System.Windows.Forms.Label
       set cBoxReason to new System.Windows.Forms.ComboBox
       set toolStripSeparator1 to new System.Windows.Forms.ToolStripSeparator
       invoke pictureBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke statusStrip1::SuspendLayout
       set listView1::Location to new System.Drawing.Point(11 102)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(323 270)
       set listView1::TabIndex to 106
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *> labelCloseTo
      *>
       set labelCloseTo::AutoSize to True
       set labelCloseTo::Location to new System.Drawing.Point(11 378)
       set labelCloseTo::Name to "labelCloseTo"
       set labelCloseTo::Size to new System.Drawing.Size(130 16)
       set labelCloseTo::TabIndex to 114
      *>
      *> tbCloseToAcc
      *>
       set tbCloseToAcc::Location to new System.Drawing.Point(145 375)
       set tbCloseToAcc::MaxLength to 9
       set tbCloseToAcc::Name to "tbCloseToAcc"
       set tbCloseToAcc::Size to new System.Drawing.Size(90 23)
       set tbCloseToAcc::TabIndex to 115
      *>
      *> labelReason
      *>
       set labelReason::AutoSize to True
       set labelReason::Location to new System.Drawing.Point(11 406)
       set labelReason::Name to "labelReason"
       set labelReason::Size to new System.Drawing.Size(130 16)
       set labelReason::TabIndex to 117
       set labelReason::Text to "Reason for closing:"
      *>
      *> cBoxReason
      *>
       set cBoxReason::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       invoke cBoxReason::Items::AddRange(table of object("Customer request" "Moving to another bank" "Fees or service" "Bank decision"))
       set cBoxReason::Location to new System.Drawing.Point(145 403)
       set cBoxReason::Name to "cBoxReason"
       set cBoxReason::Size to new System.Drawing.Size(189 24)
       set cBoxReason::TabIndex to 118
      *>
      *> buttonClose
      *>
       set buttonClose::Location to new System.Drawing.Point(240 374)
       set buttonClose::Name to "buttonClose"
       set buttonClose::Size to new System.Drawing.Size(94 23)
       set buttonClose::TabIndex to 116
       invoke self::Controls::Add(button2)
       invoke self::Controls::Add(labelCloseTo)
       invoke self::Controls::Add(tbCloseToAcc)
       invoke self::Controls::Add(labelReason)
       invoke self::Controls::Add(cBoxReason)
       invoke self::Controls::Add(buttonClose)
       invoke self::Controls::Add(SRVMSG)
       invoke self::Controls::Add(label1)
