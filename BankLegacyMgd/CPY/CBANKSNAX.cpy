000100*****************************************************************
000200*  CBANKSNAX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNPALC pool allocation table      *
000500* declared in CBANKSNA.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLNPALC.
001300     03  DCL-NPA-DATE                     PIC X(10).
001400     03  DCL-NPA-HEADER-ACC               PIC X(9).
001500     03  DCL-NPA-ACCNO                    PIC X(9).
001600     03  DCL-NPA-CURRENCY                 PIC X(3).
      *    The account's own balance, in its own currency.
001700     03  DCL-NPA-BALANCE                  PIC S9(7)V99 COMP-3.
      *    The same balance in the pool currency.
001800     03  DCL-NPA-POOL-BAL                 PIC S9(9)V99 COMP-3.
001900     03  DCL-NPA-NET-POSITION             PIC S9(9)V99 COMP-3.
002000     03  DCL-NPA-RATE                     PIC S9(2)V999 COMP-3.
002100     03  DCL-NPA-POOL-INT                 PIC S9(7)V99 COMP-3.
      *    The account's share, in the pool currency.
002200     03  DCL-NPA-ALLOC                    PIC S9(7)V99 COMP-3.
      *    The share in the account's currency, gross of tax.
002300     03  DCL-NPA-POSTED                   PIC S9(7)V99 COMP-3.
002400     03  DCL-NPA-WITHHELD                 PIC S9(7)V99 COMP-3.
002500     03  DCL-NPA-CREATED-TS               PIC X(26).
