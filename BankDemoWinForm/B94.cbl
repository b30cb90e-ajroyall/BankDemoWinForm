           ELSE
               MOVE 1 TO Indx
               perform until Indx > LHLD01O-HOLD-COUNT
                   evaluate LHLD01O-TYPE(Indx)
                       when "C"
                           move "CUSTOMER " to WS-TYPE-DESC
                       when "R"
                           move "REPORTS  " to WS-TYPE-DESC
                       when other
                           move "ACCOUNT  " to WS-TYPE-DESC
                   end-evaluate
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(LHLD01O-TYPE(Indx))
                   invoke listViewItem1::SubItems::Add(LHLD01O-KEY(Indx))
       end method.

      *===================================================================================
      *= Place a hold from the boxes - type A (account), C (customer)
      *= or R (every stored report of a batch job).
       method-id ButtonPlace_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO LHLD01-DATA BANK-ERRMSG GOOD-ERRMSG
