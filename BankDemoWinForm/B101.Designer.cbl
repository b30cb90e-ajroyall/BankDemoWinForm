       set label3::Name to "label3"
       set label3::Size to new System.Drawing.Size(115 16)
       set label3::TabIndex to 5
       set label3::Text to "Role (J/S/V/G)"
      *>
      *> tBoxRole
      *>
