000100*****************************************************************
000200*  CBANKSPRX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKPLRM contribution room ledger    *
000500* declared in CBANKSPR.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLPLRM.
001300     03  DCL-PRM-PID                      PIC X(5).
001400     03  DCL-PRM-YEAR                     PIC X(4).
001500     03  DCL-PRM-NEW-ROOM                 PIC S9(7)V99 COMP-3.
001600     03  DCL-PRM-CARRY-FWD                PIC S9(7)V99 COMP-3.
001700     03  DCL-PRM-RESTORED                 PIC S9(7)V99 COMP-3.
001800     03  DCL-PRM-CONTRIB                  PIC S9(7)V99 COMP-3.
001900     03  DCL-PRM-WITHDRAWN                PIC S9(7)V99 COMP-3.
002000     03  DCL-PRM-EXCESS                   PIC S9(7)V99 COMP-3.
002100     03  DCL-PRM-ROOM-SOURCE              PIC X(1).
002200         88  DCL-PRM-FROM-PARAMETER       VALUE 'P'.
002300         88  DCL-PRM-FROM-NOTICE          VALUE 'N'.
002400     03  DCL-PRM-UPDATED-BY               PIC X(5).
002500     03  DCL-PRM-UPDATED-TS               PIC X(26).
002600     03  DCL-PRM-FILLER                   PIC X(20).
