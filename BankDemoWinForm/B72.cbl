       01  aboutPanel          type BankDemoWinForm.About.
       01  LOAN02-DATA.
           copy CLOAN02.
       01  GUAR01-DATA.
           copy CGUAR01.
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
           END-IF
       end method.

      *===================================================================================
      *= Call the guarantees on the selected case's loan - DGUAR01P
      *= demands each live guarantor's share and queues the notice.
       method-id ButtonGuarCall_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a case in the list first"
               goback
           end-if

           If type System.Windows.Forms.MessageBox::Show(
                   "Call the guarantees on this loan?", "Confirm Guarantee Call",
                   type System.Windows.Forms.MessageBoxButtons::YesNo,
                   type System.Windows.Forms.MessageBoxIcon::Question)
               NOT = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           MOVE SPACES TO GUAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET GUAR01I-CALL TO TRUE
           MOVE currentUser TO GUAR01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO GUAR01I-LOAN-ACC
           MOVE ZERO TO GUAR01I-SEQ

           CALL "DGUAR01P" using by reference GUAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

      *===================================================================================
      *= Post money recovered from the loan's called guarantor - the
      *= amount comes from the box beside the label.
       method-id ButtonRecovery_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if listView1::SelectedItems::Count = 0
               set toolStripStatusLabel1::Text to
                   "Select a case in the list first"
               goback
           end-if

           MOVE SPACES TO GUAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET GUAR01I-RECOVER TO TRUE
           MOVE currentUser TO GUAR01I-USERID
           MOVE listView1::SelectedItems[0]::Text TO GUAR01I-LOAN-ACC
           MOVE ZERO TO GUAR01I-SEQ

           MOVE ZEROS TO WS-PTP-AMT-X
           IF tBoxRecovery::Text > SPACES
               MOVE tBoxRecovery::Text TO WS-PTP-AMT-X
               INSPECT WS-PTP-AMT-X REPLACING ALL "." BY "0"
               INSPECT WS-PTP-AMT-X REPLACING LEADING SPACES BY ZEROS
               IF WS-PTP-AMT-X NOT NUMERIC
                   set toolStripStatusLabel1::Text to
                       "Recovery amount must be numeric (9999999.99)"
                   goback
               END-IF
               compute GUAR01I-AMOUNT =
                   type System.Decimal::Parse(tBoxRecovery::Text)
           END-IF

           CALL "DGUAR01P" using by reference GUAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
               set tBoxRecovery::Text to " "
               invoke self::ButtonList_Click(sender, e)
           END-IF
       end method.

      *===================================================================================
      *= Generic Routines used across all menu driven Programs: Help, Info, About & Exit =

