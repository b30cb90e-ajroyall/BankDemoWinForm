       class-id BankDemoWinForm.B111 is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01  currentUser         pic x(5).
       01  helpPanel           type BankDemoWinForm.Help.
       01  infoPanel           type BankDemoWinForm.Info.
       01  aboutPanel          type BankDemoWinForm.About.
       01  RPTS01-DATA.
           copy CRPTS01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-ID-DSP           pic 9(9).
       01  WS-PAGES-DSP        pic zzzz9.
       01  WS-CLASS-DSP        pic x(12).
       01  WS-KEEP-DSP         pic x(6).
       01  WS-HOLD-DSP         pic x(4).
       01  WS-REPORT-ID        pic s9(9) comp-3 value zero.
       01  WS-PAGE             pic s9(5) comp-3 value zero.
       01  WS-PAGE-COUNT       pic s9(5) comp-3 value zero.
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
               "Find a stored report by job and run date - every page viewed, export and reprint is audited"
       end method.

       method-id B111_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ButtonSearch_Click(sender, e)
       end method.

      *===================================================================================
      *= The stored reports this user is cleared for, newest run first -
      *= job and dates narrow the list when keyed (dates YYYY-MM-DD).
       method-id ButtonSearch_Click final private.
       local-storage section.
       01  listViewItem1          type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke listView1::Items::Clear()
           MOVE SPACES TO RPTS01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET RPTS01I-LIST TO TRUE
           MOVE currentUser TO RPTS01I-USERID
           MOVE tBoxJob::Text TO RPTS01I-JOB
           MOVE tBoxFrom::Text TO RPTS01I-FROM-DATE
           MOVE tBoxTo::Text TO RPTS01I-TO-DATE
           MOVE ZERO TO RPTS01I-REPORT-ID RPTS01I-PAGE

           CALL "DRPTS01P" using by reference RPTS01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE 1 TO Indx
               perform until Indx > RPTS01O-REPORT-COUNT
                   move RPTS01O-L-REPORT-ID(Indx) to WS-ID-DSP
                   move RPTS01O-L-PAGES(Indx) to WS-PAGES-DSP
                   evaluate RPTS01O-L-SENSITIVITY(Indx)
                       when "G"
                           move "General" to WS-CLASS-DSP
                       when "R"
                           move "Restricted" to WS-CLASS-DSP
                       when other
                           move "Confidential" to WS-CLASS-DSP
                   end-evaluate
                   evaluate RPTS01O-L-RETENTION(Indx)
                       when "S"
                           move "Short" to WS-KEEP-DSP
                       when "L"
                           move "Long" to WS-KEEP-DSP
                       when other
                           move "Medium" to WS-KEEP-DSP
                   end-evaluate
                   if RPTS01O-L-ON-HOLD(Indx)
                       move "HELD" to WS-HOLD-DSP
                   else
                       move spaces to WS-HOLD-DSP
                   end-if
                   set listViewItem1 to new
                       System.Windows.Forms.ListViewItem(WS-ID-DSP)
                   invoke listViewItem1::SubItems::Add(RPTS01O-L-JOB(Indx))
                   invoke listViewItem1::SubItems::Add(RPTS01O-L-RUN-TS(Indx))
                   invoke listViewItem1::SubItems::Add(RPTS01O-L-NAME(Indx))
                   invoke listViewItem1::SubItems::Add(WS-PAGES-DSP)
                   invoke listViewItem1::SubItems::Add(WS-CLASS-DSP)
                   invoke listViewItem1::SubItems::Add(WS-KEEP-DSP)
                   invoke listViewItem1::SubItems::Add(WS-HOLD-DSP)
                   invoke listView1::Items::Add(listViewItem1)
                   add 1 to Indx
               end-perform
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Open the selected report at its first page.
       method-id ButtonView_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a report first"
               goback
           end-if
           MOVE listView1::SelectedItems[0]::Text TO WS-ID-DSP
           MOVE WS-ID-DSP TO WS-REPORT-ID
           MOVE 1 TO WS-PAGE
           invoke self::ShowPage()
       end method.

       method-id ButtonPrev_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if WS-REPORT-ID = ZERO
               set toolStripStatusLabel1::Text to "View a report first"
               goback
           end-if
           if WS-PAGE > 1
               subtract 1 from WS-PAGE
           end-if
           invoke self::ShowPage()
       end method.

       method-id ButtonNext_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if WS-REPORT-ID = ZERO
               set toolStripStatusLabel1::Text to "View a report first"
               goback
           end-if
           if WS-PAGE < WS-PAGE-COUNT
               add 1 to WS-PAGE
           end-if
           invoke self::ShowPage()
       end method.

      *===================================================================================
      *= One page from DRPTS01P - it checks clearance and audits the
      *= view before the page comes back.
       method-id ShowPage final private.
       procedure division.
           MOVE SPACES TO RPTS01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET RPTS01I-VIEW TO TRUE
           MOVE currentUser TO RPTS01I-USERID
           MOVE WS-REPORT-ID TO RPTS01I-REPORT-ID
           MOVE WS-PAGE TO RPTS01I-PAGE

           CALL "DRPTS01P" using by reference RPTS01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
               set richTextBox1::Text to ""
               set label4::Text to "Page"
               MOVE ZERO TO WS-REPORT-ID WS-PAGE WS-PAGE-COUNT
           ELSE
               MOVE RPTS01O-PAGE TO WS-PAGE
               MOVE RPTS01O-PAGE-COUNT TO WS-PAGE-COUNT
               set richTextBox1::Text to ""
               MOVE 1 TO Indx
               perform until Indx > RPTS01O-PAGE-LINES
                   invoke richTextBox1::AppendText(RPTS01O-LINE(Indx))
                   invoke richTextBox1::AppendText(x"0A")
                   add 1 to Indx
               end-perform
               set richTextBox1::SelectionStart to 0
               invoke richTextBox1::ScrollToCaret()
               set label4::Text to GOOD-ERRMSG
               MOVE SPACES TO WS-STATUS-MSG
               STRING RPTS01O-JOB DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RPTS01O-REPORT-NAME DELIMITED BY SPACE
                      " - run of " DELIMITED BY SIZE
                      RPTS01O-RUN-TS DELIMITED BY SIZE
                 INTO WS-STATUS-MSG
               set toolStripStatusLabel1::Text to WS-STATUS-MSG
           END-IF
       end method.

      *===================================================================================
      *= The whole report to a file under C:\BANK\DATA - as the job
      *= wrote it (export) or bannered on every page as a reprint.
       method-id ButtonExport_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO RPTS01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET RPTS01I-EXPORT TO TRUE
           invoke self::CopyReport()
       end method.

       method-id ButtonReprint_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO RPTS01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET RPTS01I-REPRINT TO TRUE
           invoke self::CopyReport()
       end method.

       method-id CopyReport final private.
       procedure division.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to "Select a report first"
               goback
           end-if
           MOVE currentUser TO RPTS01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO WS-ID-DSP
           MOVE WS-ID-DSP TO RPTS01I-REPORT-ID
           MOVE ZERO TO RPTS01I-PAGE

           CALL "DRPTS01P" using by reference RPTS01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               MOVE SPACES TO WS-STATUS-MSG
               STRING GOOD-ERRMSG DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      RPTS01O-FILENAME DELIMITED BY "  "
                 INTO WS-STATUS-MSG
               set toolStripStatusLabel1::Text to WS-STATUS-MSG
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
           invoke helpPanel::Load("BANK111")
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
