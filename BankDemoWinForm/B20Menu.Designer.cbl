       01 balancesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 moveMoneyToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 statementReprintToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 stmtFeedsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 scheduledTransfersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 eodConsoleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 runHistoryToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 reportRepositoryToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 inboundFilesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 bulkMaintToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 payeesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 billersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 chequesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 bankDraftsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 holdsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 reactivateToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 alertsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 mobileChannelsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 maintAuditToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 disputesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 complaintsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 marketingConsentToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 subjectAccessToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 beneficialOwnersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 connectedPartiesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 staffAccountsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 vulnerableToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 idDocumentsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 dutiesReviewToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 returnedMailToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 registeredPlansToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 cardRewardsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 glProofToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 freezesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 watchlistToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 taxResidencyToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 fraudRulesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 custMergeToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 liveSessionsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 changePasswordToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 securityAdminToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 tellerCashToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 depositedChequesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 loanOriginationToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 loanApplicationsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 collectionsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 loanServicingToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 collateralToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 guarantorsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 escrowToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 lineOfCreditToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 sweepsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 cashPoolsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 mandatesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 posPayToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 cardMasterToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 parametersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 opsDashboardToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 legalHoldsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 retentionRulesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 structuringToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 riskReviewsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 caseMgmtToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 takeoverAlertsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 branchConsolToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 estatesToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 signersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 accSwitchToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 vaultToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 cashOrdersToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 safeDepositToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 fxBureauToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 accConvertToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 backValueToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 glMappingToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 procCostsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 rateWhatIfToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 spendingToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 stmtMsgToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 customer360ToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 holidayCalToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 reconExceptionsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 nostroExceptionsToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 dataQualityToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 toolStripSeparator1 type System.Windows.Forms.ToolStripSeparator.
       01 loanQuoteToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       set balancesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set moveMoneyToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set statementReprintToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set stmtFeedsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set scheduledTransfersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set eodConsoleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set runHistoryToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set reportRepositoryToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set inboundFilesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set bulkMaintToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set payeesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set billersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set chequesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set bankDraftsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set holdsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set reactivateToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set alertsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set mobileChannelsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set maintAuditToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set disputesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set complaintsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set marketingConsentToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set subjectAccessToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set beneficialOwnersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set connectedPartiesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set staffAccountsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set vulnerableToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set idDocumentsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set dutiesReviewToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set returnedMailToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set registeredPlansToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set cardRewardsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set glProofToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set freezesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set watchlistToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set taxResidencyToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set fraudRulesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set custMergeToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set liveSessionsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set changePasswordToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set securityAdminToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set tellerCashToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set depositedChequesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set loanOriginationToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set loanApplicationsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set collectionsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set loanServicingToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set collateralToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set guarantorsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set escrowToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set lineOfCreditToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set sweepsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set cashPoolsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set mandatesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set posPayToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set cardMasterToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set parametersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set opsDashboardToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set legalHoldsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set retentionRulesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set structuringToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set riskReviewsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set caseMgmtToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set takeoverAlertsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set branchConsolToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set estatesToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set signersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set accSwitchToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set vaultToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set cashOrdersToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set safeDepositToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set fxBureauToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set accConvertToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set backValueToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set glMappingToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set procCostsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set rateWhatIfToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set spendingToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set stmtMsgToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set customer360ToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set holidayCalToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set reconExceptionsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set nostroExceptionsToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set dataQualityToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set toolStripSeparator1 to new System.Windows.Forms.ToolStripSeparator
       set loanQuoteToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
      *> 
      *> fileToolStripMenuItem
      *> 
       invoke fileToolStripMenuItem::DropDownItems::AddRange(table of type System.Windows.Forms.ToolStripItem(balancesToolStripMenuItem customer360ToolStripMenuItem estatesToolStripMenuItem moveMoneyToolStripMenuItem statementReprintToolStripMenuItem stmtFeedsToolStripMenuItem spendingToolStripMenuItem scheduledTransfersToolStripMenuItem standingOrdersToolStripMenuItem sweepsToolStripMenuItem cashPoolsToolStripMenuItem mandatesToolStripMenuItem payeesToolStripMenuItem billersToolStripMenuItem chequesToolStripMenuItem bankDraftsToolStripMenuItem posPayToolStripMenuItem cardMasterToolStripMenuItem wireRepairToolStripMenuItem holdsToolStripMenuItem traceToolStripMenuItem reactivateToolStripMenuItem alertsToolStripMenuItem mobileChannelsToolStripMenuItem disputesToolStripMenuItem complaintsToolStripMenuItem marketingConsentToolStripMenuItem subjectAccessToolStripMenuItem beneficialOwnersToolStripMenuItem connectedPartiesToolStripMenuItem staffAccountsToolStripMenuItem vulnerableToolStripMenuItem idDocumentsToolStripMenuItem dutiesReviewToolStripMenuItem returnedMailToolStripMenuItem registeredPlansToolStripMenuItem cardRewardsToolStripMenuItem glProofToolStripMenuItem tellerCashToolStripMenuItem depositedChequesToolStripMenuItem vaultToolStripMenuItem cashOrdersToolStripMenuItem safeDepositToolStripMenuItem fxBureauToolStripMenuItem backValueToolStripMenuItem transferApprovalsToolStripMenuItem toolStripSeparator1 loanQuoteToolStripMenuItem loanOriginationToolStripMenuItem loanApplicationsToolStripMenuItem loanServicingToolStripMenuItem collateralToolStripMenuItem guarantorsToolStripMenuItem escrowToolStripMenuItem lineOfCreditToolStripMenuItem collectionsToolStripMenuItem openAccountToolStripMenuItem signersToolStripMenuItem accSwitchToolStripMenuItem maintainStatesToolStripMenuItem accountTypesToolStripMenuItem rateSpreadsToolStripMenuItem feeWaiversToolStripMenuItem parametersToolStripMenuItem rateWhatIfToolStripMenuItem accConvertToolStripMenuItem glMappingToolStripMenuItem procCostsToolStripMenuItem stmtMsgToolStripMenuItem noticeTmplToolStripMenuItem holidayCalToolStripMenuItem maintainHelpToolStripMenuItem eodConsoleToolStripMenuItem opsDashboardToolStripMenuItem branchConsolToolStripMenuItem runHistoryToolStripMenuItem reportRepositoryToolStripMenuItem inboundFilesToolStripMenuItem bulkMaintToolStripMenuItem reconExceptionsToolStripMenuItem nostroExceptionsToolStripMenuItem dataQualityToolStripMenuItem securityAdminToolStripMenuItem freezesToolStripMenuItem legalHoldsToolStripMenuItem retentionRulesToolStripMenuItem watchlistToolStripMenuItem taxResidencyToolStripMenuItem structuringToolStripMenuItem riskReviewsToolStripMenuItem caseMgmtToolStripMenuItem takeoverAlertsToolStripMenuItem fraudRulesToolStripMenuItem custMergeToolStripMenuItem liveSessionsToolStripMenuItem maintAuditToolStripMenuItem toolStripSeparator2
           profileToolStripMenuItem changePasswordToolStripMenuItem exitToolStripMenuItem toolStripSeparator3 helpToolStripMenuItem1 moreInformationToolStripMenuItem aboutToolStripMenuItem1))
       set fileToolStripMenuItem::Name to "fileToolStripMenuItem"
       set fileToolStripMenuItem::Size to new System.Drawing.Size(38 24)
       set statementReprintToolStripMenuItem::Text to "Statement Reprint"
       invoke statementReprintToolStripMenuItem::add_Click(new System.EventHandler(self::statementReprintToolStripMenuItem_Click))
      *>
      *> stmtFeedsToolStripMenuItem
      *>
       set stmtFeedsToolStripMenuItem::Name to "stmtFeedsToolStripMenuItem"
       set stmtFeedsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set stmtFeedsToolStripMenuItem::Text to "Statement Feeds"
       invoke stmtFeedsToolStripMenuItem::add_Click(new System.EventHandler(self::stmtFeedsToolStripMenuItem_Click))
      *>
      *> scheduledTransfersToolStripMenuItem
      *>
       set scheduledTransfersToolStripMenuItem::Name to "scheduledTransfersToolStripMenuItem"
       set payeesToolStripMenuItem::Text to "Payees"
       invoke payeesToolStripMenuItem::add_Click(new System.EventHandler(self::payeesToolStripMenuItem_Click))
      *>
      *> billersToolStripMenuItem
      *>
       set billersToolStripMenuItem::Name to "billersToolStripMenuItem"
       set billersToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set billersToolStripMenuItem::Text to "Billers"
       invoke billersToolStripMenuItem::add_Click(new System.EventHandler(self::billersToolStripMenuItem_Click))
      *>
      *> chequesToolStripMenuItem
      *>
       set chequesToolStripMenuItem::Name to "chequesToolStripMenuItem"
       set chequesToolStripMenuItem::Text to "Cheque Register"
       invoke chequesToolStripMenuItem::add_Click(new System.EventHandler(self::chequesToolStripMenuItem_Click))
      *>
      *> bankDraftsToolStripMenuItem
      *>
       set bankDraftsToolStripMenuItem::Name to "bankDraftsToolStripMenuItem"
       set bankDraftsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set bankDraftsToolStripMenuItem::Text to "Bank Drafts"
       invoke bankDraftsToolStripMenuItem::add_Click(new System.EventHandler(self::bankDraftsToolStripMenuItem_Click))
      *>
      *> holdsToolStripMenuItem
      *>
       set holdsToolStripMenuItem::Name to "holdsToolStripMenuItem"
       set alertsToolStripMenuItem::Text to "Balance Alerts"
       invoke alertsToolStripMenuItem::add_Click(new System.EventHandler(self::alertsToolStripMenuItem_Click))
      *>
      *> mobileChannelsToolStripMenuItem
      *>
       set mobileChannelsToolStripMenuItem::Name to "mobileChannelsToolStripMenuItem"
       set mobileChannelsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set mobileChannelsToolStripMenuItem::Text to "Mobile & Alert Channels"
       invoke mobileChannelsToolStripMenuItem::add_Click(new System.EventHandler(self::mobileChannelsToolStripMenuItem_Click))
      *>
      *> maintAuditToolStripMenuItem
      *>
       set maintAuditToolStripMenuItem::Name to "maintAuditToolStripMenuItem"
       set disputesToolStripMenuItem::Text to "Dispute Cases"
       invoke disputesToolStripMenuItem::add_Click(new System.EventHandler(self::disputesToolStripMenuItem_Click))
      *>
      *> complaintsToolStripMenuItem
      *>
       set complaintsToolStripMenuItem::Name to "complaintsToolStripMenuItem"
       set complaintsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set complaintsToolStripMenuItem::Text to "Complaints"
       invoke complaintsToolStripMenuItem::add_Click(new System.EventHandler(self::complaintsToolStripMenuItem_Click))
      *>
      *> marketingConsentToolStripMenuItem
      *>
       set marketingConsentToolStripMenuItem::Name to "marketingConsentToolStripMenuItem"
       set marketingConsentToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set marketingConsentToolStripMenuItem::Text to "Marketing Consent"
       invoke marketingConsentToolStripMenuItem::add_Click(new System.EventHandler(self::marketingConsentToolStripMenuItem_Click))
      *>
      *> subjectAccessToolStripMenuItem
      *>
       set subjectAccessToolStripMenuItem::Name to "subjectAccessToolStripMenuItem"
       set subjectAccessToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set subjectAccessToolStripMenuItem::Text to "Subject Access Requests"
       invoke subjectAccessToolStripMenuItem::add_Click(new System.EventHandler(self::subjectAccessToolStripMenuItem_Click))
      *>
      *> beneficialOwnersToolStripMenuItem
      *>
       set beneficialOwnersToolStripMenuItem::Name to "beneficialOwnersToolStripMenuItem"
       set beneficialOwnersToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set beneficialOwnersToolStripMenuItem::Text to "Beneficial Ownership"
       invoke beneficialOwnersToolStripMenuItem::add_Click(new System.EventHandler(self::beneficialOwnersToolStripMenuItem_Click))
      *>
      *> connectedPartiesToolStripMenuItem
      *>
       set connectedPartiesToolStripMenuItem::Name to "connectedPartiesToolStripMenuItem"
       set connectedPartiesToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set connectedPartiesToolStripMenuItem::Text to "Connected Parties"
       invoke connectedPartiesToolStripMenuItem::add_Click(new System.EventHandler(self::connectedPartiesToolStripMenuItem_Click))
      *>
      *> staffAccountsToolStripMenuItem
      *>
       set staffAccountsToolStripMenuItem::Name to "staffAccountsToolStripMenuItem"
       set staffAccountsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set staffAccountsToolStripMenuItem::Text to "Staff Accounts"
       invoke staffAccountsToolStripMenuItem::add_Click(new System.EventHandler(self::staffAccountsToolStripMenuItem_Click))
      *>
      *> vulnerableToolStripMenuItem
      *>
       set vulnerableToolStripMenuItem::Name to "vulnerableToolStripMenuItem"
       set vulnerableToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set vulnerableToolStripMenuItem::Text to "Vulnerable Customers"
       invoke vulnerableToolStripMenuItem::add_Click(new System.EventHandler(self::vulnerableToolStripMenuItem_Click))
      *>
      *> idDocumentsToolStripMenuItem
      *>
       set idDocumentsToolStripMenuItem::Name to "idDocumentsToolStripMenuItem"
       set idDocumentsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set idDocumentsToolStripMenuItem::Text to "Identity Documents"
       invoke idDocumentsToolStripMenuItem::add_Click(new System.EventHandler(self::idDocumentsToolStripMenuItem_Click))
      *>
      *> dutiesReviewToolStripMenuItem
      *>
       set dutiesReviewToolStripMenuItem::Name to "dutiesReviewToolStripMenuItem"
       set dutiesReviewToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set dutiesReviewToolStripMenuItem::Text to "Segregation of Duties"
       invoke dutiesReviewToolStripMenuItem::add_Click(new System.EventHandler(self::dutiesReviewToolStripMenuItem_Click))
      *>
      *> returnedMailToolStripMenuItem
      *>
       set returnedMailToolStripMenuItem::Name to "returnedMailToolStripMenuItem"
       set returnedMailToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set returnedMailToolStripMenuItem::Text to "Returned Mail"
       invoke returnedMailToolStripMenuItem::add_Click(new System.EventHandler(self::returnedMailToolStripMenuItem_Click))
      *>
      *> registeredPlansToolStripMenuItem
      *>
       set registeredPlansToolStripMenuItem::Name to "registeredPlansToolStripMenuItem"
       set registeredPlansToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set registeredPlansToolStripMenuItem::Text to "Registered Plans"
       invoke registeredPlansToolStripMenuItem::add_Click(new System.EventHandler(self::registeredPlansToolStripMenuItem_Click))
      *>
      *> cardRewardsToolStripMenuItem
      *>
       set cardRewardsToolStripMenuItem::Name to "cardRewardsToolStripMenuItem"
       set cardRewardsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set cardRewardsToolStripMenuItem::Text to "Card Rewards"
       invoke cardRewardsToolStripMenuItem::add_Click(new System.EventHandler(self::cardRewardsToolStripMenuItem_Click))
      *>
      *> glProofToolStripMenuItem
      *>
       set glProofToolStripMenuItem::Name to "glProofToolStripMenuItem"
       set glProofToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set glProofToolStripMenuItem::Text to "GL Proof"
       invoke glProofToolStripMenuItem::add_Click(new System.EventHandler(self::glProofToolStripMenuItem_Click))
      *>
      *> freezesToolStripMenuItem
      *>
       set freezesToolStripMenuItem::Name to "freezesToolStripMenuItem"
       set watchlistToolStripMenuItem::Text to "Watchlist Hits"
       invoke watchlistToolStripMenuItem::add_Click(new System.EventHandler(self::watchlistToolStripMenuItem_Click))
      *>
      *> taxResidencyToolStripMenuItem
      *>
       set taxResidencyToolStripMenuItem::Name to "taxResidencyToolStripMenuItem"
       set taxResidencyToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set taxResidencyToolStripMenuItem::Text to "Tax Residency"
       invoke taxResidencyToolStripMenuItem::add_Click(new System.EventHandler(self::taxResidencyToolStripMenuItem_Click))
      *>
      *> fraudRulesToolStripMenuItem
      *>
       set fraudRulesToolStripMenuItem::Name to "fraudRulesToolStripMenuItem"
       set tellerCashToolStripMenuItem::Text to "Teller Cash"
       invoke tellerCashToolStripMenuItem::add_Click(new System.EventHandler(self::tellerCashToolStripMenuItem_Click))
      *>
      *> depositedChequesToolStripMenuItem
      *>
       set depositedChequesToolStripMenuItem::Name to "depositedChequesToolStripMenuItem"
       set depositedChequesToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set depositedChequesToolStripMenuItem::Text to "Deposited Cheques"
       invoke depositedChequesToolStripMenuItem::add_Click(new System.EventHandler(self::depositedChequesToolStripMenuItem_Click))
      *>
      *> transferApprovalsToolStripMenuItem
      *>
       set transferApprovalsToolStripMenuItem::Name to "transferApprovalsToolStripMenuItem"
       set loanOriginationToolStripMenuItem::Text to "Loan Origination"
       invoke loanOriginationToolStripMenuItem::add_Click(new System.EventHandler(self::loanOriginationToolStripMenuItem_Click))
      *>
      *> loanApplicationsToolStripMenuItem
      *>
       set loanApplicationsToolStripMenuItem::Name to "loanApplicationsToolStripMenuItem"
       set loanApplicationsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set loanApplicationsToolStripMenuItem::Text to "Loan Applications"
       invoke loanApplicationsToolStripMenuItem::add_Click(new System.EventHandler(self::loanApplicationsToolStripMenuItem_Click))
      *>
      *> loanServicingToolStripMenuItem
      *>
       set loanServicingToolStripMenuItem::Name to "loanServicingToolStripMenuItem"
       set legalHoldsToolStripMenuItem::Text to "Legal Holds"
       invoke legalHoldsToolStripMenuItem::add_Click(new System.EventHandler(self::legalHoldsToolStripMenuItem_Click))
      *>
      *> retentionRulesToolStripMenuItem
      *>
       set retentionRulesToolStripMenuItem::Name to "retentionRulesToolStripMenuItem"
       set retentionRulesToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set retentionRulesToolStripMenuItem::Text to "Retention Rules"
       invoke retentionRulesToolStripMenuItem::add_Click(new System.EventHandler(self::retentionRulesToolStripMenuItem_Click))
      *>
      *> structuringToolStripMenuItem
      *>
       set structuringToolStripMenuItem::Name to "structuringToolStripMenuItem"
       set caseMgmtToolStripMenuItem::Text to "Compliance Cases"
       invoke caseMgmtToolStripMenuItem::add_Click(new System.EventHandler(self::caseMgmtToolStripMenuItem_Click))
      *>
      *> takeoverAlertsToolStripMenuItem
      *>
       set takeoverAlertsToolStripMenuItem::Name to "takeoverAlertsToolStripMenuItem"
       set takeoverAlertsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set takeoverAlertsToolStripMenuItem::Text to "Takeover Alerts"
       invoke takeoverAlertsToolStripMenuItem::add_Click(new System.EventHandler(self::takeoverAlertsToolStripMenuItem_Click))
      *>
      *> branchConsolToolStripMenuItem
      *>
       set branchConsolToolStripMenuItem::Name to "branchConsolToolStripMenuItem"
       set vaultToolStripMenuItem::Text to "Branch Vault"
       invoke vaultToolStripMenuItem::add_Click(new System.EventHandler(self::vaultToolStripMenuItem_Click))
      *>
      *> cashOrdersToolStripMenuItem
      *>
       set cashOrdersToolStripMenuItem::Name to "cashOrdersToolStripMenuItem"
       set cashOrdersToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set cashOrdersToolStripMenuItem::Text to "Branch Cash Orders"
       invoke cashOrdersToolStripMenuItem::add_Click(new System.EventHandler(self::cashOrdersToolStripMenuItem_Click))
      *>
      *> safeDepositToolStripMenuItem
      *>
       set safeDepositToolStripMenuItem::Name to "safeDepositToolStripMenuItem"
       set safeDepositToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set safeDepositToolStripMenuItem::Text to "Safe-Deposit Boxes"
       invoke safeDepositToolStripMenuItem::add_Click(new System.EventHandler(self::safeDepositToolStripMenuItem_Click))
      *>
      *> fxBureauToolStripMenuItem
      *>
       set fxBureauToolStripMenuItem::Name to "fxBureauToolStripMenuItem"
       set fxBureauToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set fxBureauToolStripMenuItem::Text to "Foreign Exchange"
       invoke fxBureauToolStripMenuItem::add_Click(new System.EventHandler(self::fxBureauToolStripMenuItem_Click))
      *>
      *> noticeTmplToolStripMenuItem
      *>
       set noticeTmplToolStripMenuItem::Name to "noticeTmplToolStripMenuItem"
       set glMappingToolStripMenuItem::Text to "GL Mapping Rules"
       invoke glMappingToolStripMenuItem::add_Click(new System.EventHandler(self::glMappingToolStripMenuItem_Click))
      *>
      *> procCostsToolStripMenuItem
      *>
       set procCostsToolStripMenuItem::Name to "procCostsToolStripMenuItem"
       set procCostsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set procCostsToolStripMenuItem::Text to "Processing Costs"
       invoke procCostsToolStripMenuItem::add_Click(new System.EventHandler(self::procCostsToolStripMenuItem_Click))
      *>
      *> backValueToolStripMenuItem
      *>
       set backValueToolStripMenuItem::Name to "backValueToolStripMenuItem"
       set sweepsToolStripMenuItem::Text to "Sweep Instructions"
       invoke sweepsToolStripMenuItem::add_Click(new System.EventHandler(self::sweepsToolStripMenuItem_Click))
      *>
      *> cashPoolsToolStripMenuItem
      *>
       set cashPoolsToolStripMenuItem::Name to "cashPoolsToolStripMenuItem"
       set cashPoolsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set cashPoolsToolStripMenuItem::Text to "Cash Pools"
       invoke cashPoolsToolStripMenuItem::add_Click(new System.EventHandler(self::cashPoolsToolStripMenuItem_Click))
      *>
      *> posPayToolStripMenuItem
      *>
       set posPayToolStripMenuItem::Name to "posPayToolStripMenuItem"
       set collateralToolStripMenuItem::Text to "Collateral Registry"
       invoke collateralToolStripMenuItem::add_Click(new System.EventHandler(self::collateralToolStripMenuItem_Click))
      *>
      *> guarantorsToolStripMenuItem
      *>
       set guarantorsToolStripMenuItem::Name to "guarantorsToolStripMenuItem"
       set guarantorsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set guarantorsToolStripMenuItem::Text to "Loan Guarantors"
       invoke guarantorsToolStripMenuItem::add_Click(new System.EventHandler(self::guarantorsToolStripMenuItem_Click))
      *>
      *> escrowToolStripMenuItem
      *>
       set escrowToolStripMenuItem::Name to "escrowToolStripMenuItem"
       set escrowToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set escrowToolStripMenuItem::Text to "Mortgage Escrow"
       invoke escrowToolStripMenuItem::add_Click(new System.EventHandler(self::escrowToolStripMenuItem_Click))
      *>
      *> lineOfCreditToolStripMenuItem
      *>
       set lineOfCreditToolStripMenuItem::Name to "lineOfCreditToolStripMenuItem"
       set lineOfCreditToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set lineOfCreditToolStripMenuItem::Text to "Line of Credit"
       invoke lineOfCreditToolStripMenuItem::add_Click(new System.EventHandler(self::lineOfCreditToolStripMenuItem_Click))
      *>
      *> collectionsToolStripMenuItem
      *>
       set collectionsToolStripMenuItem::Name to "collectionsToolStripMenuItem"
       set runHistoryToolStripMenuItem::Text to "Batch Run History"
       invoke runHistoryToolStripMenuItem::add_Click(new System.EventHandler(self::runHistoryToolStripMenuItem_Click))
      *>
      *> reportRepositoryToolStripMenuItem
      *>
       set reportRepositoryToolStripMenuItem::Name to "reportRepositoryToolStripMenuItem"
       set reportRepositoryToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set reportRepositoryToolStripMenuItem::Text to "Report Repository"
       invoke reportRepositoryToolStripMenuItem::add_Click(new System.EventHandler(self::reportRepositoryToolStripMenuItem_Click))
      *>
      *> inboundFilesToolStripMenuItem
      *>
       set inboundFilesToolStripMenuItem::Name to "inboundFilesToolStripMenuItem"
       set inboundFilesToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set inboundFilesToolStripMenuItem::Text to "Inbound Files"
       invoke inboundFilesToolStripMenuItem::add_Click(new System.EventHandler(self::inboundFilesToolStripMenuItem_Click))
      *>
      *> bulkMaintToolStripMenuItem
      *>
       set bulkMaintToolStripMenuItem::Name to "bulkMaintToolStripMenuItem"
       set bulkMaintToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set bulkMaintToolStripMenuItem::Text to "Bulk Maintenance"
       invoke bulkMaintToolStripMenuItem::add_Click(new System.EventHandler(self::bulkMaintToolStripMenuItem_Click))
      *>
      *> reconExceptionsToolStripMenuItem
      *>
       set reconExceptionsToolStripMenuItem::Name to "reconExceptionsToolStripMenuItem"
       set reconExceptionsToolStripMenuItem::Text to "Recon Exceptions"
       invoke reconExceptionsToolStripMenuItem::add_Click(new System.EventHandler(self::reconExceptionsToolStripMenuItem_Click))
      *>
      *> nostroExceptionsToolStripMenuItem
      *>
       set nostroExceptionsToolStripMenuItem::Name to "nostroExceptionsToolStripMenuItem"
       set nostroExceptionsToolStripMenuItem::Size to new System.Drawing.Size(209 26)
       set nostroExceptionsToolStripMenuItem::Text to "Nostro Exceptions"
       invoke nostroExceptionsToolStripMenuItem::add_Click(new System.EventHandler(self::nostroExceptionsToolStripMenuItem_Click))
      *>
      *> dataQualityToolStripMenuItem
      *>
       set dataQualityToolStripMenuItem::Name to "dataQualityToolStripMenuItem"
