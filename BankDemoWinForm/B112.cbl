       class-id BankDemoWinForm.B112 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  FXBR01-DATA.
           copy CFXBR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT              pic S9(9)V99.
       01  WS-AMT-DSP          pic -(8)9.99.
       01  WS-MID-DSP          pic z(3)9.9999.
       01  WS-BUY-DSP          pic z(3)9.9999.
       01  WS-SELL-DSP         pic z(3)9.9999.
       01  WS-OPEN-DSP         pic -(8)9.99.
       01  WS-MOVE-DSP         pic -(8)9.99.
       01  WS-EXP-DSP          pic -(8)9.99.
       01  WS-CNT-DSP          pic -(8)9.99.
       01  WS-STATUS-DSP       pic x(6).
       01  WS-STATUS-MSG       pic x(120).

       method-id NEW.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           invoke self::InitializeComponent()
           invoke self::Load(inUser)
           goback.
       end method.

      *===================================================================================
       method-id Load.
       linkage section.
       01  inUser                 string.

       procedure division using by value inUser.
           MOVE inUser to currentUser
           set toolStripStatusLabel1::Text to
               "Open your drawer in the currency on the teller cash screen before dealing"
       end method.

       method-id B112_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonPositions_Click(sender, e)
       end method.

      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO FXBR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO FXBR01I-USERID
           SET FXBR01I-DRAWER TO TRUE
           MOVE currentUser TO FXBR01I-HOLDER
           MOVE tBoxCcy::Text TO FXBR01I-CURRENCY
           MOVE tBoxSettle::Text TO FXBR01I-SETTLE
           MOVE tBoxAcc::Text TO FXBR01I-ACCNO
           MOVE ZERO TO FXBR01I-FX-AMOUNT
           if tBoxAmt::Text > SPACES
               try
                   set WS-AMT to type Decimal::Parse(tBoxAmt::Text)
                   MOVE WS-AMT TO FXBR01I-FX-AMOUNT
               catch
                   move "Amount must be numeric" to BANK-ERRMSG
               end-try
           end-if
       end method.

      *===================================================================================
      *= The cash rates for the currency - DFXBR01P applies the
      *= bureau margins to the day's exchange rate.
       method-id ButtonQuote_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GatherInput()
           SET FXBR01I-QUOTE TO TRUE

           if BANK-ERRMSG = SPACES
               CALL "DFXBR01P" using by reference FXBR01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
               set tBoxRates::Text to ""
           ELSE
               invoke self::ShowRates()
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

       method-id ShowRates final private.
       procedure division.
           move FXBR01O-MID-RATE to WS-MID-DSP
           move FXBR01O-BUY-RATE to WS-BUY-DSP
           move FXBR01O-SELL-RATE to WS-SELL-DSP
           MOVE SPACES TO WS-STATUS-MSG
           STRING "Rate " DELIMITED BY SIZE
                  WS-MID-DSP DELIMITED BY SIZE
                  "   We buy at " DELIMITED BY SIZE
                  WS-BUY-DSP DELIMITED BY SIZE
                  "   We sell at " DELIMITED BY SIZE
                  WS-SELL-DSP DELIMITED BY SIZE
             INTO WS-STATUS-MSG
           set tBoxRates::Text to WS-STATUS-MSG
       end method.

      *===================================================================================
      *= The two deals - the bank buys the customer's notes, or sells
      *= notes to the customer.  Settle C pays or takes local cash
      *= through the drawer; A settles to the customer's account.
       method-id ButtonBuy_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunDeal("B")
       end method.

       method-id ButtonSell_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunDeal("S")
       end method.

       method-id RunDeal final private.
       linkage section.
       01  inFunc       pic x(1).
       procedure division using by value inFunc.
           invoke self::GatherInput()
           MOVE inFunc TO FXBR01I-FUNCTION

           if BANK-ERRMSG = SPACES
               CALL "DFXBR01P" using by reference FXBR01-DATA
                                     by reference BANK-ERRMSG
                                     by reference GOOD-ERRMSG
           end-if

           IF BANK-ERRMSG > SPACES
               invoke type MessageBox::Show(BANK-ERRMSG "ERROR HAS OCCURED"
                   type MessageBoxButtons::OK type MessageBoxIcon::Exclamation)
           ELSE
               invoke self::ShowRates()
               move FXBR01O-LOCAL-AMT to WS-AMT-DSP
               MOVE SPACES TO WS-STATUS-MSG
               IF FXBR01I-BUY
                   STRING GOOD-ERRMSG DELIMITED BY "  "
                          " - pay the customer " DELIMITED BY SIZE
                          WS-AMT-DSP DELIMITED BY SIZE
                          "  ref " DELIMITED BY SIZE
                          FXBR01O-REF DELIMITED BY SIZE
                     INTO WS-STATUS-MSG
               ELSE
                   STRING GOOD-ERRMSG DELIMITED BY "  "
                          " - take from the customer " DELIMITED BY SIZE
                          WS-AMT-DSP DELIMITED BY SIZE
                          "  ref " DELIMITED BY SIZE
                          FXBR01O-REF DELIMITED BY SIZE
                     INTO WS-STATUS-MSG
               END-IF
               set toolStripStatusLabel1::Text to WS-STATUS-MSG
               invoke self::ListPositions()
           END-IF
       end method.

      *===================================================================================
      *= The teller's own foreign notes drawer, every currency opened
      *= today.
       method-id ButtonPositions_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ListPositions()
           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

       method-id ListPositions final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division.
           MOVE SPACES TO FXBR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET FXBR01I-POSITIONS TO TRUE
           MOVE currentUser TO FXBR01I-USERID
           SET FXBR01I-DRAWER TO TRUE
           MOVE currentUser TO FXBR01I-HOLDER

           CALL "DFXBR01P" using by reference FXBR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           invoke listView1::Items::Clear()

           IF BANK-ERRMSG = SPACES
               MOVE 1 TO Indx
               perform until Indx > FXBR01O-POS-COUNT
                   if FXBR01O-P-STATUS(Indx) = "C"
                       move "Closed" to WS-STATUS-DSP
                       move FXBR01O-P-COUNTED(Indx) to WS-CNT-DSP
                   else
                       move "Open" to WS-STATUS-DSP
                       move spaces to WS-CNT-DSP
                   end-if
                   move FXBR01O-P-OPEN-AMT(Indx) to WS-OPEN-DSP
                   move FXBR01O-P-MOVEMENT(Indx) to WS-MOVE-DSP
                   move FXBR01O-P-EXPECTED(Indx) to WS-EXP-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(FXBR01O-P-CURRENCY(Indx))
                   invoke listViewItem1::SubItems::Add(WS-STATUS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-OPEN-DSP)
                   invoke listViewItem1::SubItems::Add(WS-MOVE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-EXP-DSP)
                   invoke listViewItem1::SubItems::Add(WS-CNT-DSP)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
           END-IF
       end method.

      *===================================================================================
      *= Generic Routines used across all menu driven Programs: Help, Info, About & Exit =

      *>>  Press the EXIT menu option
       method-id exitToolStripMenuItem_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close()
       end method.

      *>>  Press the HELP menu option
       method-id moreInformationToolStripMenuIte_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set helpPanel to new BankDemoWinForm.Help
           invoke helpPanel::Load("BANK112")
       end method.

      *>>  Press the INFO menu option
       method-id moreInformationToolStripMenuI0_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set infoPanel to new BankDemoWinForm.Info
           invoke infoPanel::ShowDialog(self)
       end method.

      *>>  Press the ABOUT menu option
       method-id aboutToolStripMenuItem_Click final private.
       Procedure division using by value sender as object e as type System.EventArgs.
           set aboutPanel to new BankDemoWinForm.About
           invoke aboutPanel::ShowDialog(self)
       end method.

       end class.
