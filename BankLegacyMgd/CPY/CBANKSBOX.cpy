000100*****************************************************************
000200*  CBANKSBOX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKBOWN beneficial-ownership        *
000500* register declared in CBANKSBO.CPY - one DCL- item per column. *
000600*****************************************************************
001200 01  DCLBOWN.
001300     03  DCL-BOW-PID                      PIC X(5).
001400     03  DCL-BOW-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-BOW-NAME                     PIC X(40).
001600     03  DCL-BOW-DOB                      PIC X(10).
001700     03  DCL-BOW-ADDR1                    PIC X(25).
001800     03  DCL-BOW-ADDR2                    PIC X(25).
001900     03  DCL-BOW-COUNTRY                  PIC X(6).
002000     03  DCL-BOW-POST-CODE                PIC X(6).
002100     03  DCL-BOW-PCT                      PIC S9(3)V99 COMP-3.
002200     03  DCL-BOW-CONTROL                  PIC X(1).
002300         88  DCL-BOW-SHAREHOLDING         VALUE 'S'.
002400         88  DCL-BOW-VOTING-RIGHTS        VALUE 'V'.
002500         88  DCL-BOW-BOARD-APPOINT        VALUE 'B'.
002600         88  DCL-BOW-OTHER-CONTROL        VALUE 'O'.
002700     03  DCL-BOW-VERIFIED                 PIC X(1).
002800         88  DCL-BOW-UNVERIFIED           VALUE 'U'.
002900         88  DCL-BOW-IS-VERIFIED          VALUE 'V'.
003000     03  DCL-BOW-SCREEN                   PIC X(1).
003100         88  DCL-BOW-SCREEN-CLEAR         VALUE 'C'.
003200         88  DCL-BOW-SCREEN-HELD          VALUE 'H'.
003300     03  DCL-BOW-SCREENED-DTE             PIC X(10).
003400     03  DCL-BOW-STATUS                   PIC X(1).
003500         88  DCL-BOW-ACTIVE               VALUE 'A'.
003600         88  DCL-BOW-REMOVED              VALUE 'R'.
003700     03  DCL-BOW-UPDATED-BY               PIC X(5).
003800     03  DCL-BOW-UPDATED-TS               PIC X(26).
003900     03  DCL-BOW-FILLER                   PIC X(20).
