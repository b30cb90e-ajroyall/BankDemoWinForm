       01 ButtonBalances type System.Windows.Forms.Button.
       01 ButtonTxns type System.Windows.Forms.Button.
       01 ButtonProfile type System.Windows.Forms.Button.
       01 label2 type System.Windows.Forms.Label.
       01 tBoxCover type System.Windows.Forms.TextBox.
       01 label3 type System.Windows.Forms.Label.
       01 tBoxProfit type System.Windows.Forms.TextBox.
       01 label5 type System.Windows.Forms.Label.
       01 tBoxConsent type System.Windows.Forms.TextBox.
       01 label6 type System.Windows.Forms.Label.
       01 tBoxGuarantee type System.Windows.Forms.TextBox.
       01 tBoxVulnerable type System.Windows.Forms.TextBox.
       01 label4 type System.Windows.Forms.Label.
       01 tBoxReason type System.Windows.Forms.TextBox.
       01 ButtonUnmask type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       01 components type System.ComponentModel.IContainer.
       set ButtonBalances to new System.Windows.Forms.Button
       set ButtonTxns to new System.Windows.Forms.Button
       set ButtonProfile to new System.Windows.Forms.Button
       set label2 to new System.Windows.Forms.Label
       set tBoxCover to new System.Windows.Forms.TextBox
       set label3 to new System.Windows.Forms.Label
       set tBoxProfit to new System.Windows.Forms.TextBox
       set label5 to new System.Windows.Forms.Label
       set tBoxConsent to new System.Windows.Forms.TextBox
       set label6 to new System.Windows.Forms.Label
       set tBoxGuarantee to new System.Windows.Forms.TextBox
       set tBoxVulnerable to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set tBoxReason to new System.Windows.Forms.TextBox
       set ButtonUnmask to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       invoke menuStrip1::SuspendLayout
       set ButtonProfile::UseVisualStyleBackColor to True
       invoke ButtonProfile::add_Click(new System.EventHandler(self::ButtonProfile_Click))
      *>
      *> label2
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(480 433)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(95 17)
       set label2::TabIndex to 16
       set label2::Text to "Deposit cover"
      *>
      *> tBoxCover
      *>
       set tBoxCover::Location to new System.Drawing.Point(585 430)
       set tBoxCover::Name to "tBoxCover"
       set tBoxCover::ReadOnly to True
       set tBoxCover::Size to new System.Drawing.Size(500 22)
       set tBoxCover::TabIndex to 17
      *>
      *> label3
      *>
       set label3::AutoSize to True
       set label3::Location to new System.Drawing.Point(480 463)
       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(95 17)
       set label3::TabIndex to 18
       set label3::Text to "Profitability"
      *>
      *> tBoxProfit
      *>
       set tBoxProfit::Location to new System.Drawing.Point(585 460)
       set tBoxProfit::Name to "tBoxProfit"
       set tBoxProfit::ReadOnly to True
       set tBoxProfit::Size to new System.Drawing.Size(500 22)
       set tBoxProfit::TabIndex to 19
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(480 493)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(95 17)
       set label5::TabIndex to 23
       set label5::Text to "Marketing"
      *>
      *> tBoxConsent
      *>
       set tBoxConsent::Location to new System.Drawing.Point(585 490)
       set tBoxConsent::Name to "tBoxConsent"
       set tBoxConsent::ReadOnly to True
       set tBoxConsent::Size to new System.Drawing.Size(500 22)
       set tBoxConsent::TabIndex to 24
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(480 523)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(95 17)
       set label6::TabIndex to 25
       set label6::Text to "Guarantees"
      *>
      *> tBoxGuarantee
      *>
       set tBoxGuarantee::Location to new System.Drawing.Point(585 520)
       set tBoxGuarantee::Name to "tBoxGuarantee"
       set tBoxGuarantee::ReadOnly to True
       set tBoxGuarantee::Size to new System.Drawing.Size(500 22)
       set tBoxGuarantee::TabIndex to 26
      *>
      *> tBoxVulnerable - the vulnerability banner, across the foot
      *>
       set tBoxVulnerable::BackColor to type System.Drawing.Color::Firebrick
       set tBoxVulnerable::Font to new System.Drawing.Font("Microsoft Sans Serif" 9.75 type System.Drawing.FontStyle::Bold)
       set tBoxVulnerable::ForeColor to type System.Drawing.Color::White
       set tBoxVulnerable::Location to new System.Drawing.Point(17 552)
       set tBoxVulnerable::Name to "tBoxVulnerable"
       set tBoxVulnerable::ReadOnly to True
       set tBoxVulnerable::Size to new System.Drawing.Size(1068 22)
       set tBoxVulnerable::TabIndex to 27
       set tBoxVulnerable::Visible to False
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(17 468)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(55 17)
       set label4::TabIndex to 20
       set label4::Text to "Reason"
      *>
      *> tBoxReason
      *>
       set tBoxReason::Location to new System.Drawing.Point(75 465)
       set tBoxReason::MaxLength to 60
       set tBoxReason::Name to "tBoxReason"
       set tBoxReason::Size to new System.Drawing.Size(250 22)
       set tBoxReason::TabIndex to 21
      *>
      *> ButtonUnmask
      *>
       set ButtonUnmask::Location to new System.Drawing.Point(335 460)
       set ButtonUnmask::Name to "ButtonUnmask"
       set ButtonUnmask::Size to new System.Drawing.Size(128 32)
       set ButtonUnmask::TabIndex to 22
       set ButtonUnmask::Text to "UNMASK"
       set ButtonUnmask::UseVisualStyleBackColor to True
       invoke ButtonUnmask::add_Click(new System.EventHandler(self::ButtonUnmask_Click))
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 588)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1100 26)
       set statusStrip1::TabIndex to 15
      *> B28
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1100 614)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(tBoxVulnerable)
       invoke self::Controls::Add(tBoxGuarantee)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(ButtonUnmask)
       invoke self::Controls::Add(tBoxReason)
       invoke self::Controls::Add(label4)
       invoke self::Controls::Add(tBoxConsent)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(tBoxProfit)
       invoke self::Controls::Add(label3)
       invoke self::Controls::Add(tBoxCover)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(ButtonProfile)
       invoke self::Controls::Add(ButtonTxns)
       invoke self::Controls::Add(ButtonBalances)
