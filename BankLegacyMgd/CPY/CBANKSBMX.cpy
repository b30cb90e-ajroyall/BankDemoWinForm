000100*****************************************************************
000200*  CBANKSBMX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKBMNT bulk maintenance register   *
000500* table declared in CBANKSBM.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLBMNT.
001300     03  DCL-BMT-BATCH-ID                 PIC X(8).
001400     03  DCL-BMT-FILE-DATE                PIC X(10).
001500     03  DCL-BMT-SUBMITTED-BY             PIC X(5).
001600     03  DCL-BMT-PREVIEW-TS               PIC X(26).
001700     03  DCL-BMT-LINES                    PIC S9(7) COMP-3.
001800     03  DCL-BMT-REJECTED                 PIC S9(7) COMP-3.
001900     03  DCL-BMT-HASH                     PIC X(20).
002000     03  DCL-BMT-STATUS                   PIC X(1).
002100         88  DCL-BMT-INVALID              VALUE 'V'.
002200         88  DCL-BMT-PENDING              VALUE 'P'.
002300         88  DCL-BMT-APPROVED             VALUE 'A'.
002400         88  DCL-BMT-REJECTED-BATCH       VALUE 'J'.
002500         88  DCL-BMT-EXECUTING            VALUE 'E'.
002600         88  DCL-BMT-COMPLETE             VALUE 'C'.
002700     03  DCL-BMT-DECIDED-BY               PIC X(5).
002800     03  DCL-BMT-DECIDED-TS               PIC X(26).
002900     03  DCL-BMT-DECIDE-NOTE              PIC X(40).
003000     03  DCL-BMT-DONE-LINE                PIC S9(7) COMP-3.
003100     03  DCL-BMT-APPLIED                  PIC S9(7) COMP-3.
003200     03  DCL-BMT-FAILED                   PIC S9(7) COMP-3.
003300     03  DCL-BMT-FINISHED-TS              PIC X(26).
003400     03  DCL-BMT-FILLER                   PIC X(20).
