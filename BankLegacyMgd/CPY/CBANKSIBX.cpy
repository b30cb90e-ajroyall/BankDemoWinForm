000100*****************************************************************
000200*  CBANKSIBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKIBDUE inter-branch entries       *
000500* declared in CBANKSIB.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLIBDUE.
001300     03  DCL-IBD-TIMESTAMP                PIC X(26).
      *    The branch whose books carry the entry.
001400     03  DCL-IBD-BRANCH                   PIC X(3).
001500     03  DCL-IBD-SIDE                     PIC X(1).
001600         88  DCL-IBD-DUE-TO               VALUE 'T'.
001700         88  DCL-IBD-DUE-FROM             VALUE 'F'.
001800     03  DCL-IBD-OTHER-BRANCH             PIC X(3).
001900     03  DCL-IBD-AMOUNT                   PIC S9(7)V99 COMP-3.
      *    X a two-leg transfer through DBANK06P (B50 transfers,
      *    standing orders, sweeps, pending transfers), C teller
      *    cash at a branch other than the account's.
002000     03  DCL-IBD-SOURCE                   PIC X(1).
002100         88  DCL-IBD-FROM-TRANSFER        VALUE 'X'.
002200         88  DCL-IBD-FROM-TELLER-CASH     VALUE 'C'.
002300     03  DCL-IBD-ACCNO                    PIC X(9).
002400     03  DCL-IBD-REF                      PIC X(30).
002500     03  DCL-IBD-USERID                   PIC X(5).
002600     03  DCL-IBD-POST-DATE                PIC X(10).
      *    SPACES until the nightly settlement nets the pair.
002700     03  DCL-IBD-SETTLED-DATE             PIC X(10).
