       set label2::Name to "label2"
       set label2::Size to new System.Drawing.Size(95 16)
       set label2::TabIndex to 3
       set label2::Text to "Type (T/W/S/F/H/E)"
      *>
      *> tBoxType
      *>
