       class-id BankDemoWinForm.B103 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  ESCR01-DATA.
           copy CESCR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMOUNT-DSP       pic -(6)9.99.
       01  WS-BALANCE-DSP      pic -(6)9.99.
       01  WS-MONTHLY-DSP      pic -(6)9.99.
       01  WS-SEQ-DSP          pic zz9.
       01  WS-FREQ-DSP         pic z9.
       01  WS-STATUS-LINE      pic x(100).
       01  WS-SEQ-X            pic x(3).
       01  WS-SEQ-N redefines WS-SEQ-X
                               pic 9(3).
       01  WS-FREQ-X           pic x(2).
       01  WS-FREQ-N redefines WS-FREQ-X
                               pic 9(2).

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
               "Enter a loan and press LIST to see its escrow"
       end method.

       method-id B103_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Refresh the grid with the loan's payee schedule and show the
      *= escrow balance and monthly amount - DESCR01P does the work.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO ESCR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET ESCR01I-QUERY TO TRUE
           MOVE currentUser TO ESCR01I-USERID
           MOVE tBoxLoanAcc::Text TO ESCR01I-LOAN-ACC

           CALL "DESCR01P" using by reference ESCR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > ESCR01O-ITEM-COUNT
                   move ESCR01O-SEQ(Indx)         to WS-SEQ-DSP
                   move ESCR01O-AMOUNT(Indx)      to WS-AMOUNT-DSP
                   move ESCR01O-FREQ-MONTHS(Indx) to WS-FREQ-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(ESCR01O-TYPE(Indx))
                   invoke listViewItem1::SubItems::Add(ESCR01O-PAYEE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-AMOUNT-DSP)
                   invoke listViewItem1::SubItems::Add(WS-FREQ-DSP)
                   invoke listViewItem1::SubItems::Add(ESCR01O-NEXT-DUE(Indx))
                   invoke listViewItem1::SubItems::Add(ESCR01O-LAST-PAID(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               IF ESCR01O-ACTIVE
                   MOVE ESCR01O-BALANCE TO WS-BALANCE-DSP
                   MOVE ESCR01O-MONTHLY TO WS-MONTHLY-DSP
                   MOVE SPACES TO WS-STATUS-LINE
                   STRING "Escrow balance " DELIMITED BY SIZE
                          WS-BALANCE-DSP DELIMITED BY SIZE
                          "  monthly " DELIMITED BY SIZE
                          WS-MONTHLY-DSP DELIMITED BY SIZE
                          "  next analysis " DELIMITED BY SIZE
                          ESCR01O-NEXT-ANALYSIS DELIMITED BY SIZE
                     INTO WS-STATUS-LINE
                   set toolStripStatusLabel1::Text to WS-STATUS-LINE
               ELSE
                   set toolStripStatusLabel1::Text to GOOD-ERRMSG
               END-IF
           END-IF
       end method.

      *===================================================================================
      *= Shared input marshalling for the maintenance actions.
       method-id BuildMaintInput final private.
       procedure division returning ok as condition-value.
           set ok to false
           MOVE SPACES TO ESCR01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO ESCR01I-USERID
           MOVE tBoxLoanAcc::Text TO ESCR01I-LOAN-ACC
           MOVE tBoxType::Text TO ESCR01I-ITEM-TYPE
           MOVE tBoxPayee::Text TO ESCR01I-PAYEE
           MOVE tBoxRouting::Text TO ESCR01I-ROUTING
           MOVE tBoxExtAcc::Text TO ESCR01I-EXT-ACC
           MOVE tBoxDueDate::Text TO ESCR01I-DUE-DATE
           MOVE ZERO TO ESCR01I-AMOUNT ESCR01I-SEQ ESCR01I-FREQ-MONTHS

           if tBoxSeq::Text > SPACES
               MOVE ZEROS TO WS-SEQ-X
               MOVE tBoxSeq::Text TO WS-SEQ-X
               INSPECT WS-SEQ-X REPLACING LEADING SPACES BY ZEROS
               IF WS-SEQ-X NOT NUMERIC
                   set toolStripStatusLabel1::Text to
                       "Sequence must be numeric"
                   goback
               END-IF
               MOVE WS-SEQ-N TO ESCR01I-SEQ
           end-if

           if tBoxFreq::Text > SPACES
               MOVE ZEROS TO WS-FREQ-X
               MOVE tBoxFreq::Text TO WS-FREQ-X
               INSPECT WS-FREQ-X REPLACING LEADING SPACES BY ZEROS
               IF WS-FREQ-X NOT NUMERIC
                   set toolStripStatusLabel1::Text to
                       "Frequency must be a number of months"
                   goback
               END-IF
               MOVE WS-FREQ-N TO ESCR01I-FREQ-MONTHS
           end-if

           if tBoxAmount::Text > SPACES
               compute ESCR01I-AMOUNT =
                   type System.Decimal::Parse(tBoxAmount::Text)
           end-if
           set ok to true
       end method.

       method-id CallMaint final private.
       procedure division.
           CALL "DESCR01P" using by reference ESCR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Set up escrow on the loan, or change its monthly amount -
      *= the Amount box is the monthly figure.
       method-id ButtonMonthly_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           declare ok as condition-value
           invoke self::BuildMaintInput() returning ok
           if not ok
               goback
           end-if
           SET ESCR01I-SET-MONTHLY TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Add a tax bill or insurance premium to the schedule.
       method-id ButtonAdd_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           declare ok as condition-value
           invoke self::BuildMaintInput() returning ok
           if not ok
               goback
           end-if
           SET ESCR01I-ADD-ITEM TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Change the item named by loan + sequence.
       method-id ButtonUpdate_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           declare ok as condition-value
           invoke self::BuildMaintInput() returning ok
           if not ok
               goback
           end-if
           SET ESCR01I-UPDATE-ITEM TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Retire the item named by loan + sequence.
       method-id ButtonRetire_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           declare ok as condition-value
           invoke self::BuildMaintInput() returning ok
           if not ok
               goback
           end-if
           SET ESCR01I-RETIRE-ITEM TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
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
           invoke helpPanel::Load("BANK103")
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
