000100*****************************************************************
000200*  CBANKSEDX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKESCDB escrow disbursement        *
000500* schedule declared in CBANKSED.CPY - one DCL- item per column. *
000600*****************************************************************
001200 01  DCLESCDB.
001300     03  DCL-ESD-LOAN-ACC                 PIC X(9).
001400     03  DCL-ESD-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-ESD-TYPE                     PIC X(1).
001600         88  DCL-ESD-PROPERTY-TAX         VALUE 'T'.
001700         88  DCL-ESD-INSURANCE            VALUE 'I'.
001800     03  DCL-ESD-PAYEE                    PIC X(30).
001900     03  DCL-ESD-ROUTING                  PIC X(9).
002000     03  DCL-ESD-EXT-ACC                  PIC X(17).
002100     03  DCL-ESD-AMOUNT                   PIC S9(7)V99 COMP-3.
      *    12 annual, 6 half-yearly, 3 quarterly, 1 monthly.
002200     03  DCL-ESD-FREQ-MONTHS              PIC S9(2) COMP-3.
002300     03  DCL-ESD-NEXT-DUE                 PIC X(10).
002400     03  DCL-ESD-LAST-PAID                PIC X(10).
      *    The BNKWIRE reference of the last disbursement - how a
      *    cancelled wire finds its way back to this item.
002500     03  DCL-ESD-LAST-REF                 PIC X(21).
002600     03  DCL-ESD-STATUS                   PIC X(1).
002700         88  DCL-ESD-ACTIVE               VALUE 'A'.
002800         88  DCL-ESD-RETIRED              VALUE 'X'.
002900     03  DCL-ESD-UPDATED-BY               PIC X(5).
003000     03  DCL-ESD-UPDATED-TS               PIC X(26).
003100     03  DCL-ESD-FILLER                   PIC X(20).
