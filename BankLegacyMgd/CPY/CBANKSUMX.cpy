000100*****************************************************************
000200*  CBANKSUMX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKUNMSK unmasking log declared in  *
000500* CBANKSUM.CPY - one DCL- item per column.                      *
000600*****************************************************************
001200 01  DCLUNMSK.
001300     03  DCL-UMK-TIMESTAMP                PIC X(26).
001400     03  DCL-UMK-USERID                   PIC X(5).
001500     03  DCL-UMK-ROLE                     PIC X(1).
001600     03  DCL-UMK-SOURCE                   PIC X(8).
001700     03  DCL-UMK-PID                      PIC X(5).
001800     03  DCL-UMK-KIND                     PIC X(1).
001900     03  DCL-UMK-REASON                   PIC X(60).
002000     03  DCL-UMK-OUTCOME                  PIC X(1).
002100         88  DCL-UMK-GRANTED              VALUE 'G'.
002200         88  DCL-UMK-REFUSED              VALUE 'R'.
