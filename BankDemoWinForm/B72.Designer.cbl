       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonPromise type System.Windows.Forms.Button.
       01 ButtonWriteOff type System.Windows.Forms.Button.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxRecovery type System.Windows.Forms.TextBox.
       01 ButtonGuarCall type System.Windows.Forms.Button.
       01 ButtonRecovery type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 components type System.ComponentModel.IContainer.
       set ButtonList to new System.Windows.Forms.Button
       set ButtonPromise to new System.Windows.Forms.Button
       set ButtonWriteOff to new System.Windows.Forms.Button
       set label3 to new System.Windows.Forms.Label
       set tBoxRecovery to new System.Windows.Forms.TextBox
       set ButtonGuarCall to new System.Windows.Forms.Button
       set ButtonRecovery to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       invoke menuStrip1::SuspendLayout
       set ButtonWriteOff::UseVisualStyleBackColor to True
       invoke ButtonWriteOff::add_Click(new System.EventHandler(self::ButtonWriteOff_Click))
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(17 87)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(130 16)
       set label3::TabIndex to 8
       set label3::Text to "Guarantor recovery"
      *>
      *> tBoxRecovery
      *>
       set tBoxRecovery::Location to new System.Drawing.Point(165 84)
       set tBoxRecovery::MaxLength to 10
       set tBoxRecovery::Name to "tBoxRecovery"
       set tBoxRecovery::Size to new System.Drawing.Size(100 22)
       set tBoxRecovery::TabIndex to 9
      *>
      *> ButtonGuarCall
      *>
       set ButtonGuarCall::Location to new System.Drawing.Point(540 80)
       set ButtonGuarCall::Name to "ButtonGuarCall"
       set ButtonGuarCall::Size to new System.Drawing.Size(215 32)
       set ButtonGuarCall::TabIndex to 10
       set ButtonGuarCall::Text to "GUARANTEE CALL"
       set ButtonGuarCall::UseVisualStyleBackColor to True
       invoke ButtonGuarCall::add_Click(new System.EventHandler(self::ButtonGuarCall_Click))
      *>
      *> ButtonRecovery
      *>
       set ButtonRecovery::Location to new System.Drawing.Point(770 80)
       set ButtonRecovery::Name to "ButtonRecovery"
       set ButtonRecovery::Size to new System.Drawing.Size(110 32)
       set ButtonRecovery::TabIndex to 11
       set ButtonRecovery::Text to "RECOVERY"
       set ButtonRecovery::UseVisualStyleBackColor to True
       invoke ButtonRecovery::add_Click(new System.EventHandler(self::ButtonRecovery_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HACC HPID HARR HMIS HDAY HBKT HSTS HPTD HPTA HOFF HFMD))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 125)
       set listView1::MultiSelect to False
       set listView1::Name to "listView1"
       set listView1::Size to new System.Drawing.Size(1060 340)
       set listView1::TabIndex to 12
       set listView1::UseCompatibleStateImageBehavior to False
       set listView1::View to type System.Windows.Forms.View::Details
      *>
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 478)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1100 26)
       set statusStrip1::TabIndex to 13
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *> B72
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1100 504)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRecovery)
       invoke self::Controls::Add(ButtonGuarCall)
       invoke self::Controls::Add(tBoxRecovery)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(ButtonWriteOff)
       invoke self::Controls::Add(ButtonPromise)
       invoke self::Controls::Add(ButtonList)
