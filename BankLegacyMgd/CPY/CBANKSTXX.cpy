               88 DCL-BTX-IS-DEPOSIT         VALUE 'D'.
               88 DCL-BTX-IS-WITHDRAWAL      VALUE 'W'.
               88 DCL-BTX-IS-OD-INTEREST     VALUE 'O'.
      *        Loan interest charged to the loan account as DLOAN09P
      *        applies a collection - the GL sees it through the
      *        BNKGLJNL interest/principal split, not this row.
               88 DCL-BTX-IS-LOAN-INTEREST   VALUE 'N'.
      *        The escrow share of a loan instalment, moved off the
      *        loan account by DESCR01P - journalled to the escrow
      *        liability on BNKGLJNL, so it is not mapped either.
               88 DCL-BTX-IS-ESCROW          VALUE 'E'.
      *        A bureau deal's local side, cash or account - the
      *        foreign notes and margin reach the GL through the
      *        DFXBR01P BNKGLJNL lines, so it is not mapped either.
               88 DCL-BTX-IS-BUREAU          VALUE 'X'.
      *        A bill payment - the customer's debit and DBILL02P's
      *        nightly credit to the biller's remittance account.
      *        Both map like any other posting, through clearing.
               88 DCL-BTX-IS-BILL-PAY        VALUE 'B'.
      *        A bank draft bought, refunded or turned over - the
      *        DDRFT01P drafts-outstanding lines on BNKGLJNL carry it
      *        to the GL, so it is not mapped either.
               88 DCL-BTX-IS-DRAFT           VALUE 'K'.
      *        Card rewards points redeemed as cash - DRWRD01P's
      *        rewards-expense line on BNKGLJNL carries it to the
      *        GL, so it is not mapped either.
               88 DCL-BTX-IS-REWARD          VALUE 'P'.
005360     03 DCL-BTX-XFER-REF               PIC X(21).
005370     03 DCL-BTX-BRANCH                 PIC X(3).
      *    The date the posting takes economic effect - blank means
      *    tie out whatever the wall clock said.
005390     03 DCL-BTX-POST-DATE              PIC X(10).
005400     03 DCL-BTX-FILLER                 PIC X(5).
      *    Tamper-evidence chain - the row's place in the BNKTXN chain
      *    and the hash of its content plus the previous row's hash,
      *    both handed out by DHASH01P as the row is written.  Zero
      *    marks a row written before chaining began.  BNKTXNH is laid
      *    out identically, so archived rows keep their links.
           03 DCL-BTX-CHAIN-SEQ              PIC S9(11) COMP-3.
           03 DCL-BTX-CHAIN-HASH             PIC X(20).
      *    The login that made the posting when it is not the PID the
      *    row is posted under - a teller's cash or a back-valued
      *    entry; blank means BTX_PID acted.  BNKTXNH carries it too.
           03 DCL-BTX-USERID                 PIC X(5).
005500                                                                   
005600 01  DCLTXN-NULL.                                                  
005700     03 DCL-BTX-ACCNO-NULL             PIC S9(4) COMP.             
