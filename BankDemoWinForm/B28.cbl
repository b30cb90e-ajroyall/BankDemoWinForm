           copy CBANKVC60.
       01  CLOG01-DATA.
           copy CCLOG01.
       01  DINS01-DATA.
           copy CDINS01.
       01  PROF01-DATA.
           copy CPROF01.
       01  MASK01-DATA.
           copy CMASK01.
       01  RESP01-DATA.
           copy CRESP01.
       01  MKTC01-DATA.
           copy CMKTC01.
       01  GUAR01-DATA.
           copy CGUAR01.
           copy CVULN01.
       01  RESP-ERRMSG         pic x(65).
       01  BANK-ERRMSG         pic x(65).
       01  GOOD-ERRMSG         pic x(65).
       01  Indx                pic 9(4) comp.
       01  WS-AMT-DSP          pic -(6)9.99.
       01  WS-CAT-DESC         pic x(8).
       01  WS-INSURED-DSP      pic z(10)9.99.
       01  WS-DEPOSITS-DSP     pic z(10)9.99.
       01  WS-UNINSURED-DSP    pic z(10)9.99.
       01  WS-LIMIT-DSP        pic z(6)9.99.
       01  WS-COVER-LINE       pic x(140).
       01  WS-REVENUE-DSP      pic -(8)9.99.
       01  WS-COST-DSP         pic -(8)9.99.
       01  WS-NET-DSP          pic -(8)9.99.
       01  WS-RANK-DSP         pic zzzz9.
       01  WS-RANK-OF-DSP      pic zzzz9.
       01  WS-PROFIT-LINE      pic x(140).
       01  WS-GUAR-CNT-DSP     pic zz9.
       01  WS-CONTINGENT-DSP   pic z(8)9.99.
       01  WS-CALLED-DSP       pic z(8)9.99.
       01  WS-GUAR-LINE        pic x(140).
       01  WS-SHOWN-PID        pic x(5).
       01  WS-CLEAR-TEL        pic x(12).
       01  WS-CLEAR-EMAIL      pic x(30).

       method-id NEW.
       linkage section.
           invoke listView3::Items::Clear()
           invoke listView4::Items::Clear()

      *>> The page load is timed as a whole and DBANK60P within it.
           MOVE SPACES TO RESP01-DATA
           MOVE "B28" TO RESP01I-PROGRAM
           MOVE currentUser TO RESP01I-USERID
           MOVE type System.Environment::MachineName TO RESP01I-WORKSTATION
           invoke self::CallStopwatch("S")

           MOVE SPACES TO CD60-DATA BANK-ERRMSG
           MOVE tBoxPid::Text TO CD60I-PERSON-PID

           MOVE "DBANK60P" TO RESP01I-PROGRAM
           invoke self::CallStopwatch("S")
           CALL "DBANK60P" using by reference CD60-DATA
                                 by reference BANK-ERRMSG
           MOVE BANK-ERRMSG TO RESP01I-ERRMSG
           invoke self::CallStopwatch("E")

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
               MOVE "B28" TO RESP01I-PROGRAM
               invoke self::CallStopwatch("E")
               goback
           END-IF

           set tBoxName::Text to CD60O-NAME
           set tBoxAddr::Text to CD60O-ADDR1 " " CD60O-ADDR2 " "
               CD60O-STATE " " CD60O-POST-CODE
           MOVE CD60I-PERSON-PID TO WS-SHOWN-PID
           MOVE CD60O-TEL   TO WS-CLEAR-TEL
           MOVE CD60O-EMAIL TO WS-CLEAR-EMAIL
           invoke self::ShowMasked()

      *>> Accounts, joint positions flagged J.
           MOVE 1 TO Indx
               add 1 to Indx
           end-perform

           invoke self::ShowCover()
           invoke self::ShowProfit()
           invoke self::ShowConsent()
           invoke self::ShowGuarantees()
           invoke self::ShowVulnerable()

      *>> Active standing orders.
           MOVE 1 TO Indx
           perform until Indx > CD60O-STO-COUNT
                   when "P" move "PROMISE " to WS-CAT-DESC
                   when "D" move "DISPUTE " to WS-CAT-DESC
                   when "S" move "SYSTEM  " to WS-CAT-DESC
                   when "C" move "COMPLNT " to WS-CAT-DESC
                   when other move "NOTE    " to WS-CAT-DESC
               end-evaluate
               set listViewItem1 to new
           end-perform

           set toolStripStatusLabel1::Text to "Customer loaded"
           MOVE "B28" TO RESP01I-PROGRAM
           MOVE SPACES TO RESP01I-ERRMSG
           invoke self::CallStopwatch("E")
       end method.

      *===================================================================================
      *= Response-time stopwatch - S starts and E stops the program named
      *= in RESP01I-PROGRAM.  DRESP01P never fails the load it is timing.
       method-id CallStopwatch final private.
       linkage section.
       01  inFunction             string.
       procedure division using by value inFunction.
           MOVE inFunction TO RESP01I-FUNCTION
           CALL "DRESP01P" using by reference RESP01-DATA
                                 by reference RESP-ERRMSG
       end method.

      *===================================================================================
      *= "Am I covered?" - DDINS01P prices the customer's deposits the
      *= same way the regulator's depositor file does: USD, accrued
      *= interest in, each ownership category capped at the limit.
       method-id ShowCover final private.
       procedure division.
           set tBoxCover::Text to " "
           MOVE SPACES TO DINS01-DATA BANK-ERRMSG
           MOVE tBoxPid::Text TO DINS01I-PID

           CALL "DDINS01P" using by reference DINS01-DATA
                                 by reference BANK-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxCover::Text to BANK-ERRMSG
               MOVE SPACES TO BANK-ERRMSG
               goback
           END-IF

           MOVE DINS01O-INSURED   TO WS-INSURED-DSP
           MOVE DINS01O-TOTAL     TO WS-DEPOSITS-DSP
           MOVE DINS01O-UNINSURED TO WS-UNINSURED-DSP
           MOVE DINS01O-LIMIT     TO WS-LIMIT-DSP
           MOVE SPACES TO WS-COVER-LINE
           IF DINS01O-ACC-COUNT = ZERO
               STRING "No insurable deposits - limit " DELIMITED BY SIZE
                      WS-LIMIT-DSP DELIMITED BY SIZE
                      " USD per category" DELIMITED BY SIZE
                 INTO WS-COVER-LINE
           ELSE
               STRING "Insured " DELIMITED BY SIZE
                      WS-INSURED-DSP DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-DEPOSITS-DSP DELIMITED BY SIZE
                      " USD  uninsured " DELIMITED BY SIZE
                      WS-UNINSURED-DSP DELIMITED BY SIZE
                      "  (limit " DELIMITED BY SIZE
                      WS-LIMIT-DSP DELIMITED BY SIZE
                      " per category)" DELIMITED BY SIZE
                 INTO WS-COVER-LINE
           END-IF
           set tBoxCover::Text to WS-COVER-LINE
       end method.

      *===================================================================================
      *= What the customer earned us in the last month DPROF02P priced,
      *= in USD, and where that puts them within their branch and tier.
       method-id ShowProfit final private.
       procedure division.
           set tBoxProfit::Text to " "
           MOVE SPACES TO PROF01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE "Q" TO PROF01I-FUNCTION
           MOVE currentUser TO PROF01I-USERID
           MOVE tBoxPid::Text TO PROF01I-PID

           CALL "DPROF01P" using by reference PROF01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxProfit::Text to BANK-ERRMSG
               MOVE SPACES TO BANK-ERRMSG
               goback
           END-IF

           IF NOT PROF01O-FOUND
               set tBoxProfit::Text to "No profitability month yet"
               goback
           END-IF

           MOVE PROF01O-REVENUE TO WS-REVENUE-DSP
           MOVE PROF01O-COST    TO WS-COST-DSP
           MOVE PROF01O-NET     TO WS-NET-DSP
           MOVE PROF01O-RANK    TO WS-RANK-DSP
           MOVE PROF01O-RANK-OF TO WS-RANK-OF-DSP
           MOVE SPACES TO WS-PROFIT-LINE
           STRING PROF01O-MONTH DELIMITED BY SIZE
                  "  revenue " DELIMITED BY SIZE
                  WS-REVENUE-DSP DELIMITED BY SIZE
                  "  cost " DELIMITED BY SIZE
                  WS-COST-DSP DELIMITED BY SIZE
                  "  net " DELIMITED BY SIZE
                  WS-NET-DSP DELIMITED BY SIZE
                  " USD  rank " DELIMITED BY SIZE
                  WS-RANK-DSP DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-RANK-OF-DSP DELIMITED BY SIZE
                  " (branch " DELIMITED BY SIZE
                  PROF01O-BRANCH DELIMITED BY SIZE
                  " tier " DELIMITED BY SIZE
                  PROF01O-TIER DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-PROFIT-LINE
           set tBoxProfit::Text to WS-PROFIT-LINE
       end method.

      *===================================================================================
      *= Where we may market to the customer - DMKTC01P reads the
      *= consent register the mail-merge, statements and mail queue
      *= are suppressed by.
       method-id ShowConsent final private.
       procedure division.
           set tBoxConsent::Text to " "
           MOVE SPACES TO MKTC01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET MKTC01I-QUERY TO TRUE
           MOVE currentUser TO MKTC01I-USERID
           MOVE tBoxPid::Text TO MKTC01I-PID

           CALL "DMKTC01P" using by reference MKTC01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxConsent::Text to BANK-ERRMSG
               MOVE SPACES TO BANK-ERRMSG
               goback
           END-IF

           set tBoxConsent::Text to MKTC01O-SUMMARY
       end method.

      *===================================================================================
      *= Guarantees the customer has given for other people's loans -
      *= DGUAR01P totals the live cover (capped at each loan's debt)
      *= and what has been called and not yet paid.
       method-id ShowGuarantees final private.
       procedure division.
           set tBoxGuarantee::Text to " "
           MOVE SPACES TO GUAR01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET GUAR01I-CONTINGENT TO TRUE
           MOVE currentUser TO GUAR01I-USERID
           MOVE tBoxPid::Text TO GUAR01I-PID

           CALL "DGUAR01P" using by reference GUAR01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set tBoxGuarantee::Text to BANK-ERRMSG
               MOVE SPACES TO BANK-ERRMSG
               goback
           END-IF

           move GUAR01O-ITEM-COUNT to WS-GUAR-CNT-DSP
           move GUAR01O-CONTINGENT to WS-CONTINGENT-DSP
           move GUAR01O-CALLED-OWED to WS-CALLED-DSP
           MOVE SPACES TO WS-GUAR-LINE
           STRING WS-GUAR-CNT-DSP " given, contingent "
                  WS-CONTINGENT-DSP ", called unpaid "
                  WS-CALLED-DSP DELIMITED BY SIZE
             INTO WS-GUAR-LINE
           set tBoxGuarantee::Text to WS-GUAR-LINE
       end method.

      *===================================================================================
      *= Vulnerability markers - shown across the foot in red when the
      *= customer has one.  DVULN01P records the view on the audit trail.
       method-id ShowVulnerable final private.
       procedure division.
           set tBoxVulnerable::Text to " "
           set tBoxVulnerable::Visible to False
           MOVE SPACES TO VULN01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET VULN01I-QUERY TO TRUE
           MOVE currentUser TO VULN01I-USERID
           MOVE "B28" TO VULN01I-SOURCE
           MOVE tBoxPid::Text TO VULN01I-PID

           CALL "DVULN01P" using by reference VULN01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
               MOVE SPACES TO BANK-ERRMSG
               goback
           END-IF

           IF VULN01O-MARKED
               set tBoxVulnerable::Text to VULN01O-BANNER
               set tBoxVulnerable::Visible to True
           END-IF
       end method.

      *===================================================================================
      *= Telephone and e-mail always arrive masked - DMASK01P does
      *= the masking so every screen shows them the same way.
       method-id ShowMasked final private.
       procedure division.
           MOVE SPACES TO MASK01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET MASK01I-MASK TO TRUE
           invoke self::FillMaskItems()

           CALL "DMASK01P" using by reference MASK01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           set tBoxTel::Text to MASK01O-VALUE(1)
           set tBoxEmail::Text to MASK01O-VALUE(2)
           MOVE SPACES TO BANK-ERRMSG
       end method.

      *===================================================================================
      *= Clear values only for the compliance and security roles, and
      *= only with a reason - DMASK01P decides and logs the request
      *= to BNKUNMSK whether it grants it or not.
       method-id ButtonUnmask_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           MOVE SPACES TO MASK01-DATA BANK-ERRMSG GOOD-ERRMSG
           SET MASK01I-UNMASK TO TRUE
           MOVE currentUser TO MASK01I-USERID
           MOVE WS-SHOWN-PID TO MASK01I-PID
           MOVE "B28" TO MASK01I-SOURCE
           MOVE tBoxReason::Text TO MASK01I-REASON
           invoke self::FillMaskItems()

           CALL "DMASK01P" using by reference MASK01-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG

           IF BANK-ERRMSG > SPACES
               set toolStripStatusLabel1::Text to BANK-ERRMSG
           ELSE
               set tBoxTel::Text to MASK01O-VALUE(1)
               set tBoxEmail::Text to MASK01O-VALUE(2)
               set toolStripStatusLabel1::Text to GOOD-ERRMSG
           END-IF
       end method.

       method-id FillMaskItems final private.
       procedure division.
           MOVE 2 TO MASK01I-COUNT
           SET MASK01I-TEL(1) TO TRUE
           MOVE WS-CLEAR-TEL TO MASK01I-VALUE(1)
           SET MASK01I-EMAIL(2) TO TRUE
           MOVE WS-CLEAR-EMAIL TO MASK01I-VALUE(2)
       end method.

       method-id ButtonGo_Click final private.
