           end-if
       end method.

      *>> Loan applications - every application taken, its decision
      *>> and the adverse-action notices still to go out.
       method-id loanApplicationsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B131(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Notice templates - the per-language wording behind every
      *>> notice and statement heading.
       method-id noticeTmplToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Processing costs - what each posting costs to handle, a
      *>> table row per transaction flavour, priced into the
      *>> month-end profitability run.
       method-id procCostsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B107(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Back-valued posting - a deposit found late posts with its
      *>> true value date plus the interest the accrual missed.
       method-id backValueToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Account-takeover alerts - customers the overnight watch
      *>> caught changing their profile then moving money out, with
      *>> their pending items held until released or confirmed.
       method-id takeoverAlertsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B109(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Periodic risk reviews - the queue the month-end scoring
      *>> run feeds; sign-off recorded per customer.
       method-id riskReviewsToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Branch cash orders - approve the forecast's proposals and
      *>> confirm the counted delivery when the carrier arrives.
       method-id cashOrdersToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B128(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Safe-deposit boxes - the vault's box register, rental
      *>> agreements, holders and keys, the access log and drilling.
       method-id safeDepositToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B136(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Foreign exchange bureau - the teller buys and sells foreign
      *>> banknotes over the counter.
       method-id fxBureauToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B112(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Branch consolidation - move a closing branch's accounts
      *>> and users to a successor, preview first, audited per row.
       method-id branchConsolToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Retention rules - how long each class of personal data is
      *>> kept after a relationship closes before the annual purge.
       method-id retentionRulesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B133(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Operations dashboard - every work queue's depth, age and
      *>> state in one glance, with double-click drill-down to the
      *>> screen that works each queue.
           end-if
       end method.

      *>> Notional cash pools - header account, participants and the
      *>> allocation rule the nightly pooling run shares interest by.
       method-id cashPoolsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B108(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Wire repair queue - the rejected wires the ack run lands,
      *>> fixed and requeued or cancelled and reversed.
       method-id wireRepairToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Loan guarantors - who stands behind each loan and for how
      *>> much, and the guarantees a customer has given for others.
       method-id guarantorsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B126(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Mortgage escrow - the tax and insurance money held against a
      *>> property loan, its payee schedule and the monthly amount.
       method-id escrowToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B103(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Revolving line of credit - limit and pricing, freeze/close,
      *>> and the monthly minimum-payment statements.
       method-id lineOfCreditToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B104(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Collections worklist - the delinquent-loan cases the nightly
      *>> aging opens, worked to promise-to-pay or write-off.
       method-id collectionsToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Deposited cheques - third-party cheques taken in at the
      *>> counter, followed through clearing until paid or returned.
       method-id depositedChequesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B129(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Data-quality worklist - the back-book findings DBANK64P's
      *>> scrub raises, stepped into the B60 maintenance flow.
       method-id dataQualityToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Nostro exceptions - wires and statement entries the daily
      *>> nostro reconciliation could not pair, worked to disposition.
       method-id nostroExceptionsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B134(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Security administration - unlock users, reset attempts,
      *>> change roles.  DBANK53P itself refuses any change unless
      *>> the signed-on officer holds the administrator BCS_ROLE, so
           end-if
       end method.

      *>>  Press the MOBILE & ALERT CHANNELS menu option
       method-id mobileChannelsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B135(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the MAINTENANCE AUDIT menu option
       method-id maintAuditToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           end-if
       end method.

      *>> Complaints register - open, acknowledge and answer formal
      *>> complaints against the regulatory clock.
       method-id complaintsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B115(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the MARKETING CONSENT menu option
       method-id marketingConsentToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B116(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the SUBJECT ACCESS REQUESTS menu option
       method-id subjectAccessToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B117(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the BENEFICIAL OWNERSHIP menu option
       method-id beneficialOwnersToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B118(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

       method-id connectedPartiesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B119(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

       method-id staffAccountsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B120(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the VULNERABLE CUSTOMERS menu option - markers and
      *>>  handling instructions, and the reviews that have come due.
       method-id vulnerableToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B127(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the IDENTITY DOCUMENTS menu option - documents seen
      *>>  and verified, and the re-verification queue.
       method-id idDocumentsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B130(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the SEGREGATION OF DUTIES menu option
       method-id dutiesReviewToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B121(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the RETURNED MAIL menu option
       method-id returnedMailToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B122(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the REGISTERED PLANS menu option
       method-id registeredPlansToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B123(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the CARD REWARDS menu option
       method-id cardRewardsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B124(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> GL proof differences - where the subledger and the GL
      *>> balance store disagree, and finance's note of why.
       method-id glProofToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B125(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.


      *>>  Press the COMPLIANCE FREEZES menu option
       method-id freezesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           end-if
       end method.

      *>> Statement feeds - the account's daily camt.053 / MT940 file,
      *>> its delivery folder, and resends of past statements.
       method-id stmtFeedsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B106(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Tax residency - self-certified residencies and foreign TINs,
      *>> and the indicia that call for a fresh self-certification.
       method-id taxResidencyToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If currentID > Spaces AND NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B105(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Press the FRAUD RULES menu option
       method-id fraudRulesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           end-if
       end method.

      *>> Bank drafts - sell, stop and replace drafts, from an account
      *>> or for cash over the counter, and look up the register.
       method-id bankDraftsToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B114(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Maintain the customer's saved payees - the picklist the B50
      *>> transfer screen offers instead of free-typing nine digits.
       method-id payeesToolStripMenuItem_Click final private.
           end-if
       end method.

      *>> Billers - the utilities and card issuers customers pay by
      *>> bill payment, with the reference rule each one checks.
       method-id billersToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B113(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> View, amend or cancel the customer's queued future-dated
      *>> transfers - the screen itself disables amend/cancel for a
      *>> viewer-role sign-on, so viewing is open to everyone.
           end-if
       end method.

      *>> Report repository - the stored output of every batch run,
      *>> paged, exported or reprinted under the viewer's clearance.
       method-id reportRepositoryToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B111(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>> Inbound files - what the registry refused to post: files
      *>> quarantined out of sequence or on the wrong date, released
      *>> or purged by a supervisor.  Operations-facing.
       method-id inboundFilesToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B110(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Bulk Maintenance - the second officer's approval of a
      *>>  previewed maintenance file before the job applies it.
       method-id bulkMaintToolStripMenuItem_Click final private.
         Procedure division using by value sender as object e as type System.EventArgs.
           If NOT VIEWER-ROLE
               DECLARE newForm = new BankDemoWinForm.B132(currentID)
               set SELF::Visible = FALSE *> Hide this dialog screen
               invoke newForm::ShowDialog *> Show the new dialog screen
               set SELF::Visible = TRUE *> On return we re-show this dialog screen
           end-if
       end method.

      *>>  Maintain Help Text - admin-only, same privilege tier as
      *>>  Maintain States since this system has no finer-grained
      *>>  admin role than viewer/non-viewer.
