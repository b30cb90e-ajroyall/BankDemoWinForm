       01  aboutPanel          type BankDemoWinForm.About.
       01  CD55-DATA.
           copy CBANKVC55.
           copy CVULN01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  WS-AMT              pic S9(7)V99.
       end method.

      *===================================================================================
      *= Show today's drawer position - DBANK55P does the work.  A
      *= currency keyed shows the teller's notes in that currency.
       method-id RefreshDrawer final private.
       procedure division.
           MOVE SPACES TO CD55-DATA BANK-ERRMSG GOOD-ERRMSG
           SET CD55I-INQUIRE TO TRUE
           MOVE currentUser TO CD55I-TELLER
           MOVE tBoxCcy::Text TO CD55I-CURRENCY

           CALL "DBANK55P" using by reference CD55-DATA
                                 by reference BANK-ERRMSG

      *===================================================================================
      *= Drawer open/close and the two cash movements - all routed
      *= through DBANK55P.  Open and close take a currency for the
      *= foreign notes drawer; blank is the local cash drawer.
       method-id ButtonOpen_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RunCash("O")
           end-if
       end method.

      *===================================================================================
      *= Leaving the account box shows the vulnerability banner when
      *= the account's owner or a holder carries a marker - DVULN01P
      *= records the view on the audit trail.
       method-id tBoxAcc_Leave final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set labelVulnerable::Text to " "
           set labelVulnerable::Visible to False
           if tBoxAcc::Text = SPACES
               goback
           end-if
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET VULN01I-QUERY TO TRUE
           MOVE currentUser TO VULN01I-USERID
           MOVE "B23" TO VULN01I-SOURCE
           MOVE tBoxAcc::Text TO VULN01I-ACCNO

           CALL "DVULN01P" using by reference VULN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               IF VULN01O-MARKED
                   set labelVulnerable::Text to VULN01O-BANNER
                   set labelVulnerable::Visible to True
               END-IF
           END-IF
       end method.

       method-id RunCash final private.
       linkage section.
       01  inFunc       pic x(1).
           MOVE inFunc TO CD55I-FUNCTION
           MOVE currentUser  TO CD55I-TELLER
           MOVE tBoxAcc::Text TO CD55I-ACCNO
           MOVE tBoxCcy::Text TO CD55I-CURRENCY
           try
               set WS-AMT to type Decimal::Parse(tBoxAmt::Text)
               MOVE WS-AMT TO CD55I-AMOUNT
