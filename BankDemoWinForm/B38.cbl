                   evaluate CD86O-SOURCE(Indx)
                       when "O" move "OPENING " to WS-SOURCE-DESC
                       when "T" move "TRANSFER" to WS-SOURCE-DESC
                       when "B" move "OWNER   " to WS-SOURCE-DESC
                       when other move CD86O-SOURCE(Indx)
                           to WS-SOURCE-DESC
                   end-evaluate
