       01 HSTS type System.Windows.Forms.ColumnHeader.
       01 HOLD type System.Windows.Forms.ColumnHeader.
       01 HWRK type System.Windows.Forms.ColumnHeader.
       01 label1 type System.Windows.Forms.Label.
       01 listView2 type System.Windows.Forms.ListView.
       01 RFUN type System.Windows.Forms.ColumnHeader.
       01 RCAL type System.Windows.Forms.ColumnHeader.
       01 RERR type System.Windows.Forms.ColumnHeader.
       01 RP50 type System.Windows.Forms.ColumnHeader.
       01 RP90 type System.Windows.Forms.ColumnHeader.
       01 RP95 type System.Windows.Forms.ColumnHeader.
       01 RTGT type System.Windows.Forms.ColumnHeader.
       01 RSTS type System.Windows.Forms.ColumnHeader.
       01 ButtonRefresh type System.Windows.Forms.Button.
       01 statusStrip1 type System.Windows.Forms.StatusStrip.
       01 toolStripStatusLabel1 type System.Windows.Forms.ToolStripStatusLabel.
       set HSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HOLD to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HWRK to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set label1 to new System.Windows.Forms.Label
       set listView2 to new System.Windows.Forms.ListView
       set RFUN to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RCAL to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RERR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RP50 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RP90 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RP95 to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RTGT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set RSTS to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonRefresh to new System.Windows.Forms.Button
       set statusStrip1 to new System.Windows.Forms.StatusStrip
       set toolStripStatusLabel1 to new System.Windows.Forms.ToolStripStatusLabel
       set HWRK::Text to "Work It On"
       set HWRK::Width to 170
      *>
      *> label1
      *>
       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(17 436)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(300 16)
       set label1::TabIndex to 3
       set label1::Text to "Today's response times against service level"
      *>
      *> listView2
      *>
       invoke listView2::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(RFUN RCAL RERR RP50 RP90 RP95 RTGT RSTS))
       set listView2::FullRowSelect to True
       set listView2::HideSelection to False
       set listView2::Location to new System.Drawing.Point(17 458)
       set listView2::MultiSelect to False
       set listView2::Name to "listView2"
       set listView2::Size to new System.Drawing.Size(960 240)
       set listView2::TabIndex to 4
       set listView2::UseCompatibleStateImageBehavior to False
       set listView2::View to type System.Windows.Forms.View::Details
      *>
      *> RFUN
      *>
       set RFUN::Text to "Function"
       set RFUN::Width to 110
      *>
      *> RCAL
      *>
       set RCAL::Text to "Calls"
       set RCAL::Width to 80
      *>
      *> RERR
      *>
       set RERR::Text to "Errors"
       set RERR::Width to 80
      *>
      *> RP50
      *>
       set RP50::Text to "P50 (ms)"
       set RP50::Width to 90
      *>
      *> RP90
      *>
       set RP90::Text to "P90 (ms)"
       set RP90::Width to 90
      *>
      *> RP95
      *>
       set RP95::Text to "P95 (ms)"
       set RP95::Width to 90
      *>
      *> RTGT
      *>
       set RTGT::Text to "Target (ms)"
       set RTGT::Width to 100
      *>
      *> RSTS
      *>
       set RSTS::Text to "State"
       set RSTS::Width to 80
      *>
      *> statusStrip1
      *>
       set statusStrip1::ImageScalingSize to new System.Drawing.Size(20 20)
       invoke statusStrip1::Items::AddRange(table of type System.Windows.Forms.ToolStripItem(toolStripStatusLabel1))
       set statusStrip1::Location to new System.Drawing.Point(0 712)
       set statusStrip1::Name to "statusStrip1"
       set statusStrip1::Size to new System.Drawing.Size(1000 26)
       set statusStrip1::TabIndex to 5
       set statusStrip1::Text to "statusStrip1"
      *>
      *> toolStripStatusLabel1
      *> B93
      *>
       set self::BackColor to type System.Drawing.SystemColors::AppWorkspace
       set self::ClientSize to new System.Drawing.Size(1000 738)
       invoke self::Controls::Add(statusStrip1)
       invoke self::Controls::Add(listView2)
       invoke self::Controls::Add(label1)
       invoke self::Controls::Add(listView1)
       invoke self::Controls::Add(ButtonRefresh)
       invoke self::Controls::Add(menuStrip1)
