       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HISS type System.Windows.Forms.ColumnHeader.
       01 HEXP type System.Windows.Forms.ColumnHeader.
       01 HREP type System.Windows.Forms.ColumnHeader.
       01 HRIS type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 tBoxPid type System.Windows.Forms.TextBox.
       01 label2 type System.Windows.Forms.Label.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonIssue type System.Windows.Forms.Button.
       01 ButtonSetStatus type System.Windows.Forms.Button.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 ButtonUnmask type System.Windows.Forms.Button.
       01 ButtonReissue type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 components type System.ComponentModel.IContainer.
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HISS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HEXP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HREP to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HRIS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set tBoxPid to new System.Windows.Forms.TextBox
       set label2 to new System.Windows.Forms.Label
       set ButtonList to new System.Windows.Forms.Button
       set ButtonIssue to new System.Windows.Forms.Button
       set ButtonSetStatus to new System.Windows.Forms.Button
       set label6 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set ButtonUnmask to new System.Windows.Forms.Button
       set ButtonReissue to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       invoke menuStrip1::SuspendLayout
       set ButtonSetStatus::UseVisualStyleBackColor to True
       invoke ButtonSetStatus::add_Click(new System.EventHandler(self::ButtonSetStatus_Click))
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(350 121)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(53 16)
       set label6::TabIndex to 16
       set label6::Text to "Reason"
      *>
      *> tBoxReason
      *>
       set tBoxReason::Location to new System.Drawing.Point(405 118)
       set tBoxReason::MaxLength to 60
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(250 22)
       set tBoxReason::TabIndex to 17
      *>
      *> ButtonUnmask
      *>
       set ButtonUnmask::Location to new System.Drawing.Point(665 113)
       set ButtonUnmask::Name to "ButtonUnmask"
       set ButtonUnmask::Size to new System.Drawing.Size(110 32)
       set ButtonUnmask::TabIndex to 18
       set ButtonUnmask::Text to "UNMASK"
       set ButtonUnmask::UseVisualStyleBackColor to True
       invoke ButtonUnmask::add_Click(new System.EventHandler(self::ButtonUnmask_Click))
      *>
      *> ButtonReissue
      *>
       set ButtonReissue::Location to new System.Drawing.Point(785 113)
       set ButtonReissue::Name to "ButtonReissue"
       set ButtonReissue::Size to new System.Drawing.Size(110 32)
       set ButtonReissue::TabIndex to 19
       set ButtonReissue::Text to "REISSUE"
       set ButtonReissue::UseVisualStyleBackColor to True
       invoke ButtonReissue::add_Click(new System.EventHandler(self::ButtonReissue_Click))
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HNUM HACC HPID HSTS HISS HEXP HREP HRIS))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 160)
       set HEXP::Text to "Expiry"
       set HEXP::Width to 95
      *>
      *> HREP
      *>
       set HREP::Text to "Replaces"
       set HREP::Width to 150
      *>
      *> HRIS
      *>
       set HRIS::Text to "Reissue"
       set HRIS::Width to 80
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       set self::ClientSize to new System.Drawing.Size(1000 464)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonReissue)
       invoke self::Controls::Add(ButtonUnmask)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(ButtonSetStatus)
       invoke self::Controls::Add(ButtonIssue)
       invoke self::Controls::Add(ButtonList)
