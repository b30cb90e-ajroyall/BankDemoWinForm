       class-id BankDemoWinForm.B105 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  TAXR01-DATA.
           copy CTAXR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-CERT-DESC        pic x(20).
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
               "Enter a customer and press LIST"
       end method.

       method-id B105_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= The customer's certified residencies in the grid, with the
      *= certificate and any foreign indicia on the status line -
      *= DTAXR01P does the work.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO TAXR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET TAXR01I-QUERY TO TRUE
           MOVE currentUser TO TAXR01I-USERID
           MOVE tBoxPid::Text TO TAXR01I-PID

           CALL "DTAXR01P" using by reference TAXR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > TAXR01O-RES-COUNT
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(TAXR01O-COUNTRY(Indx))
                   invoke listViewItem1::SubItems::Add(TAXR01O-TIN(Indx))
                   invoke listViewItem1::SubItems::Add(TAXR01O-NO-TIN(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               invoke self::ShowCert()
           END-IF
       end method.

      *===================================================================================
      *= The status line - where the self-certification stands and
      *= which indicia (A address, T telephone, S standing order)
      *= the last indicia run found.
       method-id ShowCert final private.
       procedure division.
           EVALUATE TRUE
               WHEN TAXR01O-CERT-VALID
                   MOVE "valid since" TO WS-CERT-DESC
               WHEN TAXR01O-CERT-PENDING
                   MOVE "requested" TO WS-CERT-DESC
               WHEN TAXR01O-CERT-INVALID
                   MOVE "invalidated" TO WS-CERT-DESC
               WHEN OTHER
                   MOVE "not held" TO WS-CERT-DESC
           END-EVALUATE
           MOVE SPACES TO WS-STATUS-LINE
           STRING "Self-certification " DELIMITED BY SIZE
                  WS-CERT-DESC DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  TAXR01O-CERT-DATE DELIMITED BY SIZE
                  "  indicia " DELIMITED BY SIZE
                  TAXR01O-INDICIA DELIMITED BY SIZE
                  " found " DELIMITED BY SIZE
                  TAXR01O-INDICIA-DATE DELIMITED BY SIZE
             INTO WS-STATUS-LINE
           set toolStripStatusLabel1::Text to WS-STATUS-LINE
       end method.

      *===================================================================================
      *= Add the residency in the entry boxes to the grid - nothing is
      *= saved until CERTIFY sends the whole set.
       method-id ButtonAdd_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           if tBoxCountry::Text = SPACES
               set toolStripStatusLabel1::Text to
                   "Enter the country of tax residence"
               exit method
           end-if
           if listView1::Items::Count NOT < 5
               set toolStripStatusLabel1::Text to
                   "No more than five residencies can be certified"
               exit method
           end-if
           set listViewItem1 to new
               System.Windows.Forms.ListViewItem(tBoxCountry::Text)
           invoke listViewItem1::SubItems::Add(tBoxTin::Text)
           invoke listViewItem1::SubItems::Add(tBoxNoTin::Text)
           invoke listView1::Items::Add(listViewItem1)
           set tBoxCountry::Text to SPACES
           set tBoxTin::Text to SPACES
           set tBoxNoTin::Text to SPACES
       end method.

      *===================================================================================
      *= Take the selected residency out of the grid.
       method-id ButtonRemove_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select the residency to remove"
           else
               invoke listView1::Items::Remove(listView1::SelectedItems[0])
           end-if
       end method.

      *===================================================================================
      *= Record the residencies in the grid as the customer's new
      *= self-certification - they replace whatever was held.
       method-id ButtonCertify_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO TAXR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET TAXR01I-CERTIFY TO TRUE
           MOVE currentUser TO TAXR01I-USERID
           MOVE tBoxPid::Text TO TAXR01I-PID
           MOVE 1 TO Indx
           perform until Indx > listView1::Items::Count
               MOVE listView1::Items[Indx - 1]::Text
                 TO TAXR01I-COUNTRY(Indx)
               MOVE listView1::Items[Indx - 1]::SubItems[1]::Text
                 TO TAXR01I-TIN(Indx)
               MOVE listView1::Items[Indx - 1]::SubItems[2]::Text
                 TO TAXR01I-NO-TIN(Indx)
               add 1 to Indx
           end-perform
           invoke self::CallMaint()
           if BANK-ERRMSG = SPACES
               invoke self::ShowCert()
           end-if
       end method.

      *===================================================================================
      *= Note that a self-certification has been sent to the customer.
       method-id ButtonRequest_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO TAXR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET TAXR01I-REQUEST TO TRUE
           MOVE currentUser TO TAXR01I-USERID
           MOVE tBoxPid::Text TO TAXR01I-PID
           invoke self::CallMaint()
       end method.

       method-id CallMaint final private.
       procedure division.
           CALL "DTAXR01P" using by reference TAXR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
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
           invoke helpPanel::Load("BANK105")
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
