000100*****************************************************************
000200*  CBANKSXBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDBOX safe-deposit box inventory *
000500* declared in CBANKSXB.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSDBOX.
001300     03  DCL-SDB-BRANCH                   PIC X(3).
001400     03  DCL-SDB-BOX-NO                   PIC X(6).
001500     03  DCL-SDB-SIZE                     PIC X(1).
001600     03  DCL-SDB-STATUS                   PIC X(1).
001700         88  DCL-SDB-AVAILABLE            VALUE 'A'.
001800         88  DCL-SDB-RENTED               VALUE 'R'.
001900         88  DCL-SDB-DRILLED              VALUE 'D'.
002000         88  DCL-SDB-OUT-OF-SERVICE       VALUE 'O'.
002100     03  DCL-SDB-AGREEMENT                PIC S9(8) COMP-3.
002200     03  DCL-SDB-UPDATED-BY               PIC X(5).
002300     03  DCL-SDB-UPDATED-TS               PIC X(26).
002400     03  DCL-SDB-FILLER                   PIC X(20).
