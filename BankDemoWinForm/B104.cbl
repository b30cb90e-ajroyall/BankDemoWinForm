       class-id BankDemoWinForm.B104 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  LINE01-DATA.
           copy CLINE01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-OPEN-DSP         pic -(6)9.99.
       01  WS-DRAWS-DSP        pic -(6)9.99.
       01  WS-PAYMENTS-DSP     pic -(6)9.99.
       01  WS-INTEREST-DSP     pic -(6)9.99.
       01  WS-CLOSE-DSP        pic -(6)9.99.
       01  WS-MIN-DUE-DSP      pic -(6)9.99.
       01  WS-LIMIT-DSP        pic -(6)9.99.
       01  WS-DRAWN-DSP        pic -(6)9.99.
       01  WS-AVAIL-DSP        pic -(6)9.99.
       01  WS-PAST-DUE-DSP     pic -(6)9.99.
       01  WS-STATUS-LINE      pic x(140).

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
               "Enter a line of credit account and press LIST"
       end method.

       method-id B104_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= Show the line's terms and billing position, with its recent
      *= statements in the grid - DLINE01P does the work.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO LINE01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE ZERO TO LINE01I-LIMIT LINE01I-RATE
                        LINE01I-MIN-PCT LINE01I-MIN-AMT
           SET LINE01I-QUERY TO TRUE
           MOVE currentUser TO LINE01I-USERID
           MOVE tBoxAccNo::Text TO LINE01I-ACCNO

           CALL "DLINE01P" using by reference LINE01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxPid::Text to LINE01O-PID
               MOVE 1 TO Indx
               perform until Indx > LINE01O-STMT-COUNT
                   move LINE01O-OPEN-BAL(Indx)     to WS-OPEN-DSP
                   move LINE01O-DRAWS(Indx)        to WS-DRAWS-DSP
                   move LINE01O-PAYMENTS(Indx)     to WS-PAYMENTS-DSP
                   move LINE01O-INTEREST(Indx)     to WS-INTEREST-DSP
                   move LINE01O-CLOSE-BAL(Indx)    to WS-CLOSE-DSP
                   move LINE01O-STMT-MIN-DUE(Indx) to WS-MIN-DUE-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(LINE01O-STMT-DTE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-OPEN-DSP)
                   invoke listViewItem1::SubItems::Add(WS-DRAWS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-PAYMENTS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-INTEREST-DSP)
                   invoke listViewItem1::SubItems::Add(WS-CLOSE-DSP)
                   invoke listViewItem1::SubItems::Add(WS-MIN-DUE-DSP)
                   invoke listViewItem1::SubItems::Add(LINE01O-STMT-DUE-DATE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               invoke self::ShowPosition()
           END-IF
       end method.

      *===================================================================================
      *= The status line - status, limit, drawn, available, and what
      *= the customer must pay by when.
       method-id ShowPosition final private.
       procedure division.
           MOVE LINE01O-LIMIT     TO WS-LIMIT-DSP
           MOVE LINE01O-DRAWN     TO WS-DRAWN-DSP
           MOVE LINE01O-AVAILABLE TO WS-AVAIL-DSP
           MOVE LINE01O-MIN-DUE   TO WS-MIN-DUE-DSP
           MOVE LINE01O-PAST-DUE  TO WS-PAST-DUE-DSP
           MOVE SPACES TO WS-STATUS-LINE
           STRING "Status " DELIMITED BY SIZE
                  LINE01O-STATUS DELIMITED BY SIZE
                  "  limit " DELIMITED BY SIZE
                  WS-LIMIT-DSP DELIMITED BY SIZE
                  "  drawn " DELIMITED BY SIZE
                  WS-DRAWN-DSP DELIMITED BY SIZE
                  "  available " DELIMITED BY SIZE
                  WS-AVAIL-DSP DELIMITED BY SIZE
                  "  minimum " DELIMITED BY SIZE
                  WS-MIN-DUE-DSP DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  LINE01O-DUE-DATE DELIMITED BY SIZE
                  "  past due " DELIMITED BY SIZE
                  WS-PAST-DUE-DSP DELIMITED BY SIZE
             INTO WS-STATUS-LINE
           set toolStripStatusLabel1::Text to WS-STATUS-LINE
       end method.

      *===================================================================================
      *= Shared input marshalling for the maintenance actions - blank
      *= terms go through as zero (default on open, unchanged on terms).
       method-id BuildMaintInput final private.
       procedure division.
           MOVE SPACES TO LINE01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE currentUser TO LINE01I-USERID
           MOVE tBoxAccNo::Text TO LINE01I-ACCNO
           MOVE tBoxPid::Text TO LINE01I-PID
           MOVE ZERO TO LINE01I-LIMIT LINE01I-RATE
                        LINE01I-MIN-PCT LINE01I-MIN-AMT

           if tBoxLimit::Text > SPACES
               compute LINE01I-LIMIT =
                   type System.Decimal::Parse(tBoxLimit::Text)
           end-if
           if tBoxRate::Text > SPACES
               compute LINE01I-RATE =
                   type System.Decimal::Parse(tBoxRate::Text)
           end-if
           if tBoxMinPct::Text > SPACES
               compute LINE01I-MIN-PCT =
                   type System.Decimal::Parse(tBoxMinPct::Text)
           end-if
           if tBoxMinAmt::Text > SPACES
               compute LINE01I-MIN-AMT =
                   type System.Decimal::Parse(tBoxMinAmt::Text)
           end-if
       end method.

       method-id CallMaint final private.
       procedure division.
           CALL "DLINE01P" using by reference LINE01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Open a line for the customer - the new account number comes
      *= back into the Account box.
       method-id ButtonOpen_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::BuildMaintInput()
           SET LINE01I-OPEN TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               set tBoxAccNo::Text to LINE01O-ACCNO
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Change the limit and pricing.
       method-id ButtonTerms_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::BuildMaintInput()
           SET LINE01I-TERMS TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Stop further draws on the line.
       method-id ButtonFreeze_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::BuildMaintInput()
           SET LINE01I-FREEZE TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Let a frozen line draw again.
       method-id ButtonReactivate_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::BuildMaintInput()
           SET LINE01I-REACTIVATE TO TRUE
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ButtonList_Click(sender, e)
           end-if
       end method.

      *===================================================================================
      *= Close a line that owes nothing.
       method-id ButtonClose_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::BuildMaintInput()
           SET LINE01I-CLOSE TO TRUE
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
           invoke helpPanel::Load("BANK104")
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
