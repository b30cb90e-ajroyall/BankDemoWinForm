000100*****************************************************************
000200*  CBANKSSFX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSTAFL staff-account link table   *
000500* declared in CBANKSSF.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSTAFL.
001300     03  DCL-STL-USERID                   PIC X(5).
001400     03  DCL-STL-PID                      PIC X(5).
001500     03  DCL-STL-RELATION                 PIC X(1).
001600         88  DCL-STL-SELF                 VALUE 'S'.
001700         88  DCL-STL-FAMILY               VALUE 'F'.
001800         88  DCL-STL-HOUSEHOLD            VALUE 'H'.
001900         88  DCL-STL-BUSINESS             VALUE 'B'.
002000         88  DCL-STL-OTHER                VALUE 'O'.
002100     03  DCL-STL-REASON                   PIC X(30).
002200     03  DCL-STL-DECLARED-BY              PIC X(5).
002300     03  DCL-STL-DECLARED-TS              PIC X(26).
002400     03  DCL-STL-FILLER                   PIC X(20).
