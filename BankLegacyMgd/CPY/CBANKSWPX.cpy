000100*****************************************************************
000200*  CBANKSWPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKWPACK welcome pack register      *
000500* declared in CBANKSWP.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLWPACK.
001300     03  DCL-WPK-ACCNO                    PIC X(9).
001400     03  DCL-WPK-PID                      PIC X(5).
      *    'WP' + account type + language + '-' + the newest
      *    NTM_UPDATED_TS of the pack's wording as 14 digits (all
      *    zeros for the compiled wording).
001500     03  DCL-WPK-VERSION                  PIC X(20).
001600     03  DCL-WPK-LANGUAGE                 PIC X(2).
001700     03  DCL-WPK-ACC-TYPE                 PIC X(1).
001800     03  DCL-WPK-PRODUCT                  PIC X(15).
001900     03  DCL-WPK-RATE                     PIC S9(2)V999 COMP-3.
002000     03  DCL-WPK-RATE-EFF                 PIC X(10).
002100     03  DCL-WPK-SPREAD                   PIC S9(2)V999 COMP-3.
002200     03  DCL-WPK-MIN-BAL                  PIC S9(7)V99 COMP-3.
002300     03  DCL-WPK-OD-LIMIT                 PIC S9(7)V99 COMP-3.
      *    Each BNKFEESCH band as 'FROM <balance> FEE <charge>;'.
002400     03  DCL-WPK-FEE-BANDS                PIC X(100).
002500     03  DCL-WPK-TD-TERM                  PIC S9(3) COMP-3.
002600     03  DCL-WPK-TD-MATURITY              PIC X(10).
002700     03  DCL-WPK-TD-RATE                  PIC S9(2)V999 COMP-3.
002800     03  DCL-WPK-TD-ROLLOVER              PIC X(1).
002900     03  DCL-WPK-DELIVERY                 PIC X(1).
003000         88  DCL-WPK-BY-EMAIL             VALUE 'E'.
003100         88  DCL-WPK-BY-POST              VALUE 'P'.
003200     03  DCL-WPK-STATUS                   PIC X(1).
003300         88  DCL-WPK-QUEUED               VALUE 'Q'.
003400         88  DCL-WPK-TO-PRINT             VALUE 'P'.
003500         88  DCL-WPK-PRINTED              VALUE 'D'.
003600     03  DCL-WPK-CREATED-BY               PIC X(5).
003700     03  DCL-WPK-CREATED-TS               PIC X(26).
003800     03  DCL-WPK-PRINTED-TS               PIC X(26).
003900     03  DCL-WPK-FILLER                   PIC X(20).
