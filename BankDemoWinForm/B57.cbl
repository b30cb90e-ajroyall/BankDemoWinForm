       01  WS-NUM-DSP          pic 9(6).
       01  WS-AMT-DSP          pic -(6)9.99.
       01  WS-STATUS-DESC      pic x(11).
       01  WS-SIZE-DSP         pic zz9.

       method-id NEW.
       linkage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke listView1::Items::Clear()
           invoke listView2::Items::Clear()
           MOVE SPACES TO CD47-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CD47I-LIST TO TRUE
           MOVE tBoxAcc::Text TO CD47I-ACCNO
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               MOVE 1 TO Indx
               perform until Indx > CD47O-ORD-COUNT
                   move CD47O-O-ORDER-NO(Indx) to WS-NUM-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-NUM-DSP)
                   move CD47O-O-BOOK-SIZE(Indx) to WS-SIZE-DSP
                   invoke listViewItem1::SubItems::Add(WS-SIZE-DSP)
                   evaluate CD47O-O-STATUS(Indx)
                       when "N" move "ORDERED    " to WS-STATUS-DESC
                       when "S" move "AT PRINTER " to WS-STATUS-DESC
                       when "D" move "DISPATCHED " to WS-STATUS-DESC
                       when "C" move "CANCELLED  " to WS-STATUS-DESC
                       when other move CD47O-O-STATUS(Indx)
                           to WS-STATUS-DESC
                   end-evaluate
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DESC)
                   if CD47O-O-START-NO(Indx) = ZERO
                       invoke listViewItem1::SubItems::Add(" ")
                   else
                       move CD47O-O-START-NO(Indx) to WS-NUM-DSP
                       invoke listViewItem1::SubItems::Add(WS-NUM-DSP)
                   end-if
                   invoke listViewItem1::SubItems::Add(CD47O-O-ORDERED-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(CD47O-O-ADDR1(Indx))
                   invoke listViewItem1::SubItems::Add(CD47O-O-PERSONAL(Indx))
                   invoke listView2::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to "Register listed"
           END-IF
       end method.
           END-IF
       end method.

      *===================================================================================
      *= Order a book from the cheque printer - the nightly run sends
      *= it and reserves the numbers, and the book goes on the
      *= register when the printer confirms dispatch.
       method-id ButtonOrder_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO CD47-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CD47I-ORDER TO TRUE
           MOVE currentUser TO CD47I-USERID
           MOVE tBoxAcc::Text TO CD47I-ACCNO
           MOVE tBoxAddr1::Text TO CD47I-ADDR1
           MOVE tBoxAddr2::Text TO CD47I-ADDR2
           MOVE tBoxState::Text TO CD47I-STATE
           MOVE tBoxPost::Text TO CD47I-POST-CODE
           MOVE tBoxPersonal::Text TO CD47I-PERSONAL
           MOVE ZERO TO CD47I-START-NO CD47I-CHQ-NO CD47I-ORDER-NO
           try
               set CD47I-BOOK-SIZE to type Decimal::Parse(tBoxOrdSize::Text)
           catch
               move "Book size must be numeric" to BANK-ERRMSG
           end-try

           if BANK-ERRMSG = SPACES
               CALL "DBANK47P" using by reference CD47-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::PopulateList()
           END-IF
       end method.

      *= Cancel the order selected in the orders grid - only while it
      *= has not yet gone to the printer.
       method-id ButtonCancelOrder_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView2::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select an order in the orders list first"
               goback
           end-if

           MOVE SPACES TO CD47-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CD47I-CANCEL-ORDER TO TRUE
           MOVE currentUser TO CD47I-USERID
           MOVE tBoxAcc::Text TO CD47I-ACCNO
           MOVE ZERO TO CD47I-START-NO CD47I-BOOK-SIZE CD47I-CHQ-NO
           set CD47I-ORDER-NO to
               type Decimal::Parse(listView2::SelectedItems(0)::Text)

           CALL "DBANK47P" using by reference CD47-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               invoke self::PopulateList()
           END-IF
       end method.

      *===================================================================================
      *= Place or release a stop on the cheque number selected in the
      *= register grid.
