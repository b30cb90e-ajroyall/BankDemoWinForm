       01 HWIR type System.Windows.Forms.ColumnHeader.
       01 HHIT type System.Windows.Forms.ColumnHeader.
       01 HAGE type System.Windows.Forms.ColumnHeader.
       01 HBOW type System.Windows.Forms.ColumnHeader.
       01 HNXT type System.Windows.Forms.ColumnHeader.
       01 ButtonList type System.Windows.Forms.Button.
       01 ButtonSignOff type System.Windows.Forms.Button.
       set HWIR to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HHIT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HAGE to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HBOW to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set HNXT to new System.Windows.Forms.ColumnHeader as type System.Windows.Forms.ColumnHeader
       set ButtonList to new System.Windows.Forms.Button
       set ButtonSignOff to new System.Windows.Forms.Button
      *>
      *> listView1
      *>
       invoke listView1::Columns::AddRange(table of type System.Windows.Forms.ColumnHeader(HPID HRTG HSCR HCSH HWIR HHIT HAGE HBOW HNXT))
       set listView1::FullRowSelect to True
       set listView1::HideSelection to False
       set listView1::Location to new System.Drawing.Point(17 90)
       set HAGE::Text to "Months"
       set HAGE::Width to 70
      *>
      *> HBOW
      *>
       set HBOW::Text to "Owners"
       set HBOW::Width to 70
      *>
      *> HNXT
      *>
       set HNXT::Text to "Due"
