       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-LINE             string.
       01  WS-OPEN-DSP         pic z(3)9.

       method-id NEW.
       linkage section.
                   end-perform
                   set toolStripStatusLabel1::Text to "Console refreshed"
               END-IF
      *        The subledger-to-GL proof - failed while a difference
      *        on the review list is still unexplained.
               MOVE CD36O-PROOF-OPEN TO WS-OPEN-DSP
               IF CD36O-PROOF-FAILED
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem("GLPROOF")
                   invoke listViewItem1::SubItems::Add("FAILED")
                   set WS-LINE to type String::Concat(WS-OPEN-DSP,
                       " unexplained GL difference(s)")
                   invoke listViewItem1::SubItems::Add(WS-LINE)
                   invoke listView1::Items::Add(listViewItem1)
                   set toolStripStatusLabel1::Text to
                       "GL proof FAILED - explain or clear the differences on the GL Proof screen"
               ELSE
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem("GLPROOF")
                   invoke listViewItem1::SubItems::Add("PASSED")
                   invoke listViewItem1::SubItems::Add(" ")
                   invoke listView1::Items::Add(listViewItem1)
               END-IF
           END-IF
       end method.

