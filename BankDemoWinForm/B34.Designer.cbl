      *> cBoxType
      *>
       set cBoxType::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       invoke cBoxType::Items::AddRange(table of object("Balance below" "Balance above" "Credit over" "Debit over" "Daily spend over"))
       set cBoxType::Location to new System.Drawing.Point(120 66)
       set cBoxType::Name to "cBoxType"
       set cBoxType::Size to new System.Drawing.Size(160 24)
