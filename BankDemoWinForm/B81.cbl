                   invoke listViewItem1::SubItems::Add(STOR01O-FREQUENCY(Indx))
                   invoke listViewItem1::SubItems::Add(STOR01O-NEXT-RUN-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   invoke listViewItem1::SubItems::Add(STOR01O-BILLER(Indx))
                   invoke listViewItem1::SubItems::Add(STOR01O-BILL-REF(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
       end method.

      *===================================================================================
      *= Add an order from the boxes - our account, an external
      *= routing + account, or a biller + reference; only one.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO STOR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE tBoxToAcc::Text TO STOR01I-TO-ACC
           MOVE tBoxRouting::Text TO STOR01I-EXT-ROUTING
           MOVE tBoxExtAcc::Text TO STOR01I-EXT-ACC
           MOVE tBoxBiller::Text TO STOR01I-BILLER
           MOVE tBoxBillRef::Text TO STOR01I-BILL-REF
           MOVE tBoxFrequency::Text TO STOR01I-FREQUENCY
           MOVE tBoxFirstRun::Text TO STOR01I-FIRST-RUN-DTE
           if tBoxAmount::Text > SPACES
             TO STOR01I-EXT-ROUTING
           MOVE listView1::SelectedItems[0]::SubItems[3]::Text
             TO STOR01I-EXT-ACC
           MOVE listView1::SelectedItems[0]::SubItems[8]::Text
             TO STOR01I-BILLER
           MOVE listView1::SelectedItems[0]::SubItems[9]::Text
             TO STOR01I-BILL-REF

           CALL "DSTOR01P" using by reference STOR01-DATA
                                 by reference BANK-ERRMSG
