       class-id BankDemoWinForm.B106 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  SFED01-DATA.
           copy CSFED01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-FORMAT-DESC      pic x(8).
       01  WS-FEED-DESC        pic x(10).
       01  WS-LOG-DESC         pic x(10).
       01  WS-STATUS-LINE      pic x(140).
       01  WS-SEQ-DSP          pic z(4)9.
       01  WS-ENTRIES-DSP      pic z(4)9.
       01  WS-SENDS-DSP        pic zz9.

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
               "Enter an account and press LIST"
       end method.

       method-id B106_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
       end method.

      *===================================================================================
      *= The account's statement feed on the status line and its
      *= recent deliveries in the grid - DSFED01P does the work.
       method-id ButtonList_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO SFED01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SFED01I-QUERY TO TRUE
           MOVE currentUser TO SFED01I-USERID
           MOVE tBoxAccno::Text TO SFED01I-ACCNO

           CALL "DSFED01P" using by reference SFED01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxFormat::Text to SFED01O-FORMAT
               set tBoxDest::Text to SFED01O-DEST
               MOVE 1 TO Indx
               perform until Indx > SFED01O-LOG-COUNT
                   EVALUATE SFED01O-LOG-STATUS(Indx)
                       WHEN "D"
                           MOVE "Delivered" TO WS-LOG-DESC
                       WHEN "F"
                           MOVE "Failed" TO WS-LOG-DESC
                       WHEN "R"
                           MOVE "Resend" TO WS-LOG-DESC
                       WHEN OTHER
                           MOVE SFED01O-LOG-STATUS(Indx) TO WS-LOG-DESC
                   END-EVALUATE
                   MOVE SFED01O-LOG-SEQ(Indx) TO WS-SEQ-DSP
                   MOVE SFED01O-LOG-ENTRIES(Indx) TO WS-ENTRIES-DSP
                   MOVE SFED01O-LOG-SENDS(Indx) TO WS-SENDS-DSP
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(SFED01O-LOG-DATE(Indx))
                   invoke listViewItem1::SubItems::Add(WS-SEQ-DSP)
                   invoke listViewItem1::SubItems::Add(SFED01O-LOG-FORMAT(Indx))
                   invoke listViewItem1::SubItems::Add(WS-LOG-DESC)
                   invoke listViewItem1::SubItems::Add(WS-ENTRIES-DSP)
                   invoke listViewItem1::SubItems::Add(WS-SENDS-DSP)
                   invoke listViewItem1::SubItems::Add(SFED01O-LOG-SENT-TS(Indx))
                   invoke listViewItem1::SubItems::Add(SFED01O-LOG-FILE(Indx))
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               invoke self::ShowFeed()
           END-IF
       end method.

      *===================================================================================
      *= The status line - the format, whether the feed is running and
      *= the last statement cut.
       method-id ShowFeed final private.
       procedure division.
           EVALUATE SFED01O-FORMAT
               WHEN "C"
                   MOVE "camt.053" TO WS-FORMAT-DESC
               WHEN "M"
                   MOVE "MT940" TO WS-FORMAT-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-FORMAT-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN SFED01O-ACTIVE
                   MOVE "active" TO WS-FEED-DESC
               WHEN SFED01O-SUSPENDED
                   MOVE "suspended" TO WS-FEED-DESC
               WHEN OTHER
                   MOVE "not set up" TO WS-FEED-DESC
           END-EVALUATE
           MOVE SPACES TO WS-STATUS-LINE
           STRING "Statement feed " DELIMITED BY SIZE
                  WS-FORMAT-DESC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-FEED-DESC DELIMITED BY "  "
                  "  last statement " DELIMITED BY SIZE
                  SFED01O-STMT-SEQ DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  SFED01O-LAST-DATE DELIMITED BY SIZE
             INTO WS-STATUS-LINE
           set toolStripStatusLabel1::Text to WS-STATUS-LINE
       end method.

      *===================================================================================
      *= Set the feed up (or change its format or folder) and start
      *= it - the first file goes out on tonight's run.
       method-id ButtonSave_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO SFED01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SFED01I-SAVE TO TRUE
           MOVE currentUser TO SFED01I-USERID
           MOVE tBoxAccno::Text TO SFED01I-ACCNO
           MOVE tBoxFormat::Text TO SFED01I-FORMAT
           MOVE tBoxDest::Text TO SFED01I-DEST
           invoke self::CallMaint()
       end method.

      *===================================================================================
      *= Stop the feed - the subscription and its log are kept.
       method-id ButtonSuspend_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO SFED01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SFED01I-SUSPEND TO TRUE
           MOVE currentUser TO SFED01I-USERID
           MOVE tBoxAccno::Text TO SFED01I-ACCNO
           invoke self::CallMaint()
       end method.

      *===================================================================================
      *= Ask for the statement of the date entered (or the delivery
      *= selected in the grid) to be cut again tonight.
       method-id ButtonResend_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if tBoxDate::Text = SPACES
              and listView1::SelectedItems::Count > 0
               set tBoxDate::Text to listView1::SelectedItems[0]::Text
           end-if
           MOVE SPACES TO SFED01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET SFED01I-RESEND TO TRUE
           MOVE currentUser TO SFED01I-USERID
           MOVE tBoxAccno::Text TO SFED01I-ACCNO
           MOVE tBoxDate::Text TO SFED01I-STMT-DATE
           invoke self::CallMaint()
       end method.

       method-id CallMaint final private.
       procedure division.
           CALL "DSFED01P" using by reference SFED01-DATA
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
           invoke helpPanel::Load("BANK106")
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
