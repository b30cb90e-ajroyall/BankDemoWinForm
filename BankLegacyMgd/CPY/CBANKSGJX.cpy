000100*****************************************************************
000200*  CBANKSGJX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKGLJNL GL journal staging table   *
000500* declared in CBANKSGJ.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLGLJNL.
001300     03  DCL-GLJ-TIMESTAMP                PIC X(26).
      *    1 is the debit line of the pair, 2 the credit line.
001400     03  DCL-GLJ-SEQ                      PIC S9(1) COMP-3.
001500     03  DCL-GLJ-SOURCE                   PIC X(8).
001600     03  DCL-GLJ-GL-ACCOUNT               PIC S9(5) COMP-3.
001700     03  DCL-GLJ-DRCR                     PIC X(2).
001800         88  DCL-GLJ-DEBIT                VALUE 'DR'.
001900         88  DCL-GLJ-CREDIT               VALUE 'CR'.
002000     03  DCL-GLJ-AMOUNT                   PIC S9(9)V99 COMP-3.
002100     03  DCL-GLJ-CATEGORY                 PIC X(1).
002200     03  DCL-GLJ-ACCNO                    PIC X(9).
002300     03  DCL-GLJ-REF                      PIC X(21).
002400     03  DCL-GLJ-POST-DATE                PIC X(10).
002500     03  DCL-GLJ-FILLER                   PIC X(10).
