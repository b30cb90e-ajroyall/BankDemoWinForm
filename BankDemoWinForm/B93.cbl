       01  WS-AGE-DSP          pic ZZZZ9.
       01  WS-STATE-DESC       pic x(4).
       01  WS-QUEUE-NAME       pic x(8).
       01  RESP01-DATA.
           copy CRESP01.
       01  WS-CALLS-DSP        pic Z(6)9.
       01  WS-MS-DSP           pic Z(8)9.
       01  WS-WARN-DSP         pic ZZZ9.

       method-id NEW.
       linkage section.
                       "All queues healthy"
               end-if
           END-IF

           invoke self::ShowResponseTimes()
       end method.

      *===================================================================================
      *= Today's service levels - what a teller has waited on so far
      *= today, per function, from DRESP01P: the same figures the
      *= nightly SLAREPT report prints.  A function whose 95th
      *= percentile is over its target is highlighted.
       method-id ShowResponseTimes final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView2::Items::Clear()
           MOVE SPACES TO RESP01-DATA BANK-ERRMSG
           SET RESP01I-FIGURES TO TRUE
           SET RESP01I-BY-FUNCTION TO TRUE
           SET RESP01I-TELLER-ONLY TO TRUE

           CALL "DRESP01P" using by reference RESP01-DATA
                                 by reference BANK-ERRMSG

           IF BANK-ERRMSG > SPACES
               set label1::Text to BANK-ERRMSG
               goback
           END-IF

           MOVE 1 TO Indx
           perform until Indx > RESP01O-ROW-COUNT
               set listViewItem1 to new
                   System.Windows.Forms.ListViewItem(RESP01O-KEY(Indx))
               move RESP01O-CALLS(Indx) to WS-CALLS-DSP
               invoke listViewItem1::SubItems::Add(WS-CALLS-DSP)
               move RESP01O-ERRORS(Indx) to WS-CALLS-DSP
               invoke listViewItem1::SubItems::Add(WS-CALLS-DSP)
               move RESP01O-P50(Indx) to WS-MS-DSP
               invoke listViewItem1::SubItems::Add(WS-MS-DSP)
               move RESP01O-P90(Indx) to WS-MS-DSP
               invoke listViewItem1::SubItems::Add(WS-MS-DSP)
               move RESP01O-P95(Indx) to WS-MS-DSP
               invoke listViewItem1::SubItems::Add(WS-MS-DSP)
               move RESP01O-TARGET(Indx) to WS-MS-DSP
               invoke listViewItem1::SubItems::Add(WS-MS-DSP)
               if RESP01O-STATE-WARN(Indx)
                   invoke listViewItem1::SubItems::Add("WARN")
                   set listViewItem1::BackColor to
                       type System.Drawing.Color::MistyRose
               else
                   invoke listViewItem1::SubItems::Add("OK")
               end-if
               invoke listView2::Items::Add(listViewItem1)
               add 1 to Indx
           end-perform

           if RESP01O-WARN-COUNT > 0
               move RESP01O-WARN-COUNT to WS-WARN-DSP
               set label1::Text to "Today's response times - "
                   WS-WARN-DSP " function(s) over service level"
           else
               set label1::Text to
                   "Today's response times - all within service level"
           end-if
       end method.

      *===================================================================================
