                   invoke listViewItem1::SubItems::Add(SMSG01O-BRANCH(Indx))
                   invoke listViewItem1::SubItems::Add(SMSG01O-TIER(Indx))
                   invoke listViewItem1::SubItems::Add(SMSG01O-ACCTYPE(Indx))
                   if SMSG01O-PURPOSE(Indx) = "S"
                       invoke listViewItem1::SubItems::Add("Service")
                   else
                       invoke listViewItem1::SubItems::Add("Marketing")
                   end-if
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
           MOVE tBoxBranch::Text TO SMSG01I-BRANCH
           MOVE tBoxTier::Text TO SMSG01I-TIER
           MOVE tBoxAccType::Text TO SMSG01I-ACCTYPE
           MOVE tBoxPurpose::Text TO SMSG01I-PURPOSE

           CALL "DSMSG01P" using by reference SMSG01-DATA
                                 by reference BANK-ERRMSG
