000100*****************************************************************
000200*  CBANKSMBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKMOBL customer mobile table       *
000500* declared in CBANKSMB.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLMOBL.
001300     03  DCL-MOB-PID                      PIC X(5).
001400     03  DCL-MOB-NUMBER                   PIC X(15).
001500     03  DCL-MOB-STATUS                   PIC X(1).
001600         88  DCL-MOB-PENDING              VALUE 'P'.
001700         88  DCL-MOB-VERIFIED             VALUE 'V'.
001800     03  DCL-MOB-VERIFIED-TS              PIC X(26).
001900     03  DCL-MOB-UPDATED-BY               PIC X(5).
002000     03  DCL-MOB-UPDATED-TS               PIC X(26).
002100     03  DCL-MOB-FILLER                   PIC X(20).
002200
002300 01  DCLMOBL-NULL.
002400     03  DCL-MOB-VERIFIED-TS-NULL         PIC S9(4) COMP.
