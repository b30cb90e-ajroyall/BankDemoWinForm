000100*****************************************************************
000200*  CBANKSGDX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKGLDIF difference review list     *
000500* declared in CBANKSGD.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLGLDIF.
001300     03  DCL-GLD-GL-ACCOUNT               PIC S9(5) COMP-3.
001400     03  DCL-GLD-FIRST-DATE               PIC X(10).
001500     03  DCL-GLD-LAST-DATE                PIC X(10).
001600     03  DCL-GLD-SUBLEDGER                PIC S9(11)V99 COMP-3.
001700     03  DCL-GLD-GL-BALANCE               PIC S9(11)V99 COMP-3.
001800     03  DCL-GLD-DIFFERENCE               PIC S9(11)V99 COMP-3.
001900     03  DCL-GLD-STATUS                   PIC X(1).
002000         88  DCL-GLD-OPEN                 VALUE 'O'.
002100         88  DCL-GLD-EXPLAINED            VALUE 'E'.
002200         88  DCL-GLD-CLEARED              VALUE 'C'.
002300     03  DCL-GLD-NOTE                     PIC X(60).
002400     03  DCL-GLD-UPDATED-BY               PIC X(5).
002500     03  DCL-GLD-UPDATED-TS               PIC X(26).
002600     03  DCL-GLD-FILLER                   PIC X(20).
