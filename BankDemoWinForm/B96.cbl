       01  WS-WIRE-DSP         pic -(8)9.99.
       01  WS-HITS-DSP         pic ZZZZ9.
       01  WS-AGE-DSP          pic ZZZZ9.
       01  WS-BOWN-DSP         pic ZZZZ9.
       01  WS-RATING-DESC      pic x(6).

       method-id NEW.
                   move RISK02O-WIRE-90D(Indx) to WS-WIRE-DSP
                   move RISK02O-WHIT-HITS(Indx) to WS-HITS-DSP
                   move RISK02O-REL-MONTHS(Indx) to WS-AGE-DSP
                   move RISK02O-BOWN-FLAGS(Indx) to WS-BOWN-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(RISK02O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(WS-RATING-DESC)
                   invoke listViewItem1::SubItems::Add(WS-WIRE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-HITS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-AGE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-BOWN-DSP)
                   invoke listViewItem1::SubItems::Add(RISK02O-NEXT-REVIEW(Indx))
                   if RISK02O-RATING(Indx) = "H"
                       set listViewItem1::BackColor to
