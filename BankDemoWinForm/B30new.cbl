           move selectedData        to CD28I-FROM-ACC
           move CD03O-BALN(Indx)    to CD28I-FROM-CUR-BAL
           move tbCloseToAcc::Text  to CD28I-TO-ACC
      *>> Why the customer is leaving - the monthly attrition MIS
      *>> counts closures by this reason.
           evaluate cBoxReason::SelectedIndex
               when 1 set CD28I-CLOSE-SWITCHED to TRUE
               when 2 set CD28I-CLOSE-PRICE    to TRUE
               when 3 set CD28I-CLOSE-BANK     to TRUE
               when other set CD28I-CLOSE-CUSTOMER to TRUE
           end-evaluate

           call "BBANK51P" using by reference CD28-DATA
                                  by reference BANK-ERRMSG
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
               set tbCloseToAcc::Text to ""
               set cBoxReason::SelectedIndex to -1
               invoke listView1::Items::Clear()
               invoke self::PopulateList()
           end-if
