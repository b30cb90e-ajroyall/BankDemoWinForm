       01  aboutPanel          type BankDemoWinForm.About.
       01  CARD01-DATA.
           copy CCARD01.
       01  MASK01-DATA.
           copy CMASK01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-STATUS-DESC      pic x(10).
       01  WS-MASK-GOODMSG     pic x(65).
       01  rowTag              string.
       01  WS-REPLACES-DSP.
           05  WS-REPLACES-MASK    pic x(12).
           05  WS-REPLACES-LAST4   pic x(4).
       01  WS-REISSUE-DESC     pic x(10).

       method-id NEW.
       linkage section.
           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
      *>>      Card numbers show masked - DMASK01P does every one.
               MOVE SPACES TO MASK01-DATA
               SET MASK01I-MASK TO TRUE
               MOVE CARD01O-CARD-COUNT TO MASK01I-COUNT
               MOVE 1 TO Indx
               perform until Indx > CARD01O-CARD-COUNT
                   SET MASK01I-CARD(Indx) TO TRUE
                   MOVE CARD01O-NUMBER(Indx) TO MASK01I-VALUE(Indx)
                   add 1 to Indx
               end-perform

               CALL "DMASK01P" using by reference MASK01-DATA
                                     by reference BANK-ERRMSG
                                     by reference WS-MASK-GOODMSG

               MOVE 1 TO Indx
               perform until Indx > CARD01O-CARD-COUNT
                   evaluate CARD01O-STATUS(Indx)
                           to WS-STATUS-DESC
                   end-evaluate
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(MASK01O-VALUE(Indx))
                   invoke listViewItem1::SubItems::Add(CARD01O-ACCNO(Indx))
                   invoke listViewItem1::SubItems::Add(CARD01O-PID(Indx))
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   invoke listViewItem1::SubItems::Add(CARD01O-ISSUE-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(CARD01O-EXPIRY-DATE(Indx))
      *            A renewal or reissue shows the last four of the
      *            card it replaces.
                   if CARD01O-REPLACES(Indx) = SPACES
                       move SPACES to WS-REPLACES-DSP
                   else
                       move ALL "*" to WS-REPLACES-MASK
                       move CARD01O-REPLACES(Indx)(13:4)
                         to WS-REPLACES-LAST4
                   end-if
                   invoke listViewItem1::SubItems::Add(WS-REPLACES-DSP)
                   evaluate CARD01O-REISSUE(Indx)
                       when "R" move "ASKED     " to WS-REISSUE-DESC
                       when "D" move "CUT       " to WS-REISSUE-DESC
                       when other move SPACES to WS-REISSUE-DESC
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-REISSUE-DESC)
      *            The clear number rides in the row's Tag so the
      *            status change and unmask can key on the card.
                   set listViewItem1::Tag to CARD01O-NUMBER(Indx) as string
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
           MOVE SPACES TO CARD01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CARD01I-SET-STATUS TO TRUE
           MOVE currentUser TO CARD01I-USERID
           set rowTag to listView1::SelectedItems[0]::Tag as string
           MOVE rowTag TO CARD01I-NUMBER
           MOVE tBoxNewStatus::Text TO CARD01I-NEW-STATUS

           CALL "DCARD01P" using by reference CARD01-DATA
           END-IF
       end method.

      *===================================================================================
      *= Ask for a reissue of the selected hot card - the monthly
      *= renewal run cuts the new one and sends it to the embosser.
       method-id ButtonReissue_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a card in the list first"
               goback
           end-if

           MOVE SPACES TO CARD01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CARD01I-REISSUE TO TRUE
           MOVE currentUser TO CARD01I-USERID
           set rowTag to listView1::SelectedItems[0]::Tag as string
           MOVE rowTag TO CARD01I-NUMBER

           CALL "DCARD01P" using by reference CARD01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::ButtonList_Click(sender, e)
           END-IF
       end method.

      *===================================================================================
      *= The selected card's number in clear - compliance and security
      *= roles only, with a reason; DMASK01P logs the request to
      *= BNKUNMSK whether it grants it or not.
       method-id ButtonUnmask_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a card in the list first"
               goback
           end-if

           set rowTag to listView1::SelectedItems[0]::Tag as string
           MOVE SPACES TO MASK01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET MASK01I-UNMASK TO TRUE
           MOVE currentUser TO MASK01I-USERID
           MOVE listView1::SelectedItems[0]::SubItems[2]::Text
             TO MASK01I-PID
           MOVE "B78" TO MASK01I-SOURCE
           MOVE tBoxReason::Text TO MASK01I-REASON
           MOVE 1 TO MASK01I-COUNT
           SET MASK01I-CARD(1) TO TRUE
           MOVE rowTag TO MASK01I-VALUE(1)

           CALL "DMASK01P" using by reference MASK01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set listView1::SelectedItems[0]::Text to MASK01O-VALUE(1)
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Generic Routines used across all menu driven Programs: Help, Info, About & Exit =

