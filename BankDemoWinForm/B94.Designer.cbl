       set label1::AutoSize to True
       set label1::Location to new System.Drawing.Point(17 45)
       set label1::Name to "label1"
       set label1::Size to new System.Drawing.Size(76 16)
       set label1::TabIndex to 1
       set label1::Text to "Type (A/C/R)"
      *>
      *> tBoxType
      *>
       set label2::AutoSize to True
       set label2::Location to new System.Drawing.Point(145 45)
       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(84 16)
       set label2::TabIndex to 3
       set label2::Text to "Acct/PID/Job"
      *>
      *> tBoxKey
      *>
