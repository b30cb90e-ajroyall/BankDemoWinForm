000100*****************************************************************
000200*  CBANKSIFX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKINFIL inbound file registry      *
000500* table declared in CBANKSIF.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLINFIL.
001300     03  DCL-IFL-REGNO                    PIC S9(9) COMP-3.
001400     03  DCL-IFL-SOURCE                   PIC X(8).
001500     03  DCL-IFL-FILENAME                 PIC X(75).
001600     03  DCL-IFL-FILE-DATE                PIC X(10).
001700     03  DCL-IFL-FILE-SEQ                 PIC S9(6) COMP-3.
001800     03  DCL-IFL-RECORDS                  PIC S9(7) COMP-3.
001900     03  DCL-IFL-HASH                     PIC X(20).
002000     03  DCL-IFL-STATUS                   PIC X(1).
002100         88  DCL-IFL-ACCEPTED             VALUE 'A'.
002200         88  DCL-IFL-DUPLICATE            VALUE 'D'.
002300         88  DCL-IFL-QUARANTINED          VALUE 'Q'.
002400         88  DCL-IFL-RELEASED             VALUE 'R'.
002500         88  DCL-IFL-PURGED               VALUE 'P'.
002600     03  DCL-IFL-REASON                   PIC X(40).
002700     03  DCL-IFL-RECEIVED-TS              PIC X(26).
002800     03  DCL-IFL-DECIDED-BY               PIC X(5).
002900     03  DCL-IFL-DECIDED-TS               PIC X(26).
003000     03  DCL-IFL-DECIDE-NOTE              PIC X(40).
003100     03  DCL-IFL-FILLER                   PIC X(20).
