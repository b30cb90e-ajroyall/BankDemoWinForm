000100*****************************************************************
000200*  CBANKSBLX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKBILLR biller master declared in  *
000500* CBANKSBL.CPY - one DCL- item per column.                      *
000600*****************************************************************
001200 01  DCLBILLR.
001300     03  DCL-BLR-CODE                     PIC X(8).
001400     03  DCL-BLR-NAME                     PIC X(30).
001500     03  DCL-BLR-REMIT-ACC                PIC X(9).
001600     03  DCL-BLR-REF-MASK                 PIC X(20).
001700     03  DCL-BLR-REF-CHECK                PIC X(1).
001800         88  DCL-BLR-NO-CHECK             VALUE ' '.
001900         88  DCL-BLR-LUHN-CHECK           VALUE 'L'.
002000     03  DCL-BLR-STATUS                   PIC X(1).
002100         88  DCL-BLR-ACTIVE               VALUE 'A'.
002200         88  DCL-BLR-RETIRED              VALUE 'X'.
002300     03  DCL-BLR-UPDATED-BY               PIC X(5).
002400     03  DCL-BLR-UPDATED-TS               PIC X(26).
002500     03  DCL-BLR-FILLER                   PIC X(20).
