000100*****************************************************************
000200*  CBANKSNPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNPOOL notional cash pool table   *
000500* declared in CBANKSNP.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLNPOOL.
001300     03  DCL-NPL-HEADER-ACC               PIC X(9).
001400     03  DCL-NPL-NAME                     PIC X(30).
001500     03  DCL-NPL-CURRENCY                 PIC X(3).
001600     03  DCL-NPL-RULE                     PIC X(1).
001700         88  DCL-NPL-PRO-RATA             VALUE 'P'.
001800         88  DCL-NPL-TO-HEADER            VALUE 'H'.
001900         88  DCL-NPL-EQUAL                VALUE 'E'.
002000     03  DCL-NPL-STATUS                   PIC X(1).
002100         88  DCL-NPL-ACTIVE               VALUE 'A'.
002200         88  DCL-NPL-CLOSED               VALUE 'X'.
      *    YYYY-MM-DD of the last night the pool was paid.
002300     03  DCL-NPL-LAST-RUN                 PIC X(10).
002400     03  DCL-NPL-CREATED-BY               PIC X(5).
002500     03  DCL-NPL-CREATED-TS               PIC X(26).
002600     03  DCL-NPL-UPDATED-TS               PIC X(26).
002700     03  DCL-NPL-FILLER                   PIC X(20).
