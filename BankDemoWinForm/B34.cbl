                       when "H" move "BALANCE ABOVE " to WS-TYPE-DESC
                       when "C" move "CREDIT OVER   " to WS-TYPE-DESC
                       when "D" move "DEBIT OVER    " to WS-TYPE-DESC
                       when "S" move "DAILY SPEND   " to WS-TYPE-DESC
                       when other move CD72O-TYPE(Indx)
                           to WS-TYPE-DESC
                   end-evaluate
               when 1 move "H" to CD72I-TYPE
               when 2 move "C" to CD72I-TYPE
               when 3 move "D" to CD72I-TYPE
               when 4 move "S" to CD72I-TYPE
               when other move "Pick an alert type" to BANK-ERRMSG
           end-evaluate
           try
