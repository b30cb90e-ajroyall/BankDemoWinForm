000100*****************************************************************
000200*  CBANKSXVX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDVIS safe-deposit access log    *
000500* declared in CBANKSXV.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSDVIS.
001300     03  DCL-SDV-AGREEMENT                PIC S9(8) COMP-3.
001400     03  DCL-SDV-VISIT-TS                 PIC X(26).
001500     03  DCL-SDV-BRANCH                   PIC X(3).
001600     03  DCL-SDV-BOX-NO                   PIC X(6).
001700     03  DCL-SDV-PID                      PIC X(5).
001800     03  DCL-SDV-NAME                     PIC X(30).
001900     03  DCL-SDV-KEY-NO                   PIC X(8).
002000     03  DCL-SDV-SIG-VERIFIED             PIC X(1).
002100     03  DCL-SDV-RESULT                   PIC X(1).
002200         88  DCL-SDV-GRANTED              VALUE 'G'.
002300         88  DCL-SDV-REFUSED              VALUE 'R'.
002400     03  DCL-SDV-REASON                   PIC X(30).
002500     03  DCL-SDV-ATTENDED-BY              PIC X(5).
002600     03  DCL-SDV-FILLER                   PIC X(20).
