000100*****************************************************************
000200*  CBANKSFCX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKFXCSH foreign banknote position  *
000500* table declared in CBANKSFC.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLFXCSH.
001300     03  DCL-FXC-HOLDER-TYPE              PIC X(1).
001400         88  DCL-FXC-DRAWER               VALUE 'D'.
001500         88  DCL-FXC-VAULT                VALUE 'V'.
001600     03  DCL-FXC-HOLDER                   PIC X(5).
001700     03  DCL-FXC-DATE                     PIC X(10).
001800     03  DCL-FXC-CURRENCY                 PIC X(3).
001900     03  DCL-FXC-BRANCH                   PIC X(3).
002000     03  DCL-FXC-STATUS                   PIC X(1).
002100         88  DCL-FXC-OPEN                 VALUE 'O'.
002200         88  DCL-FXC-CLOSED               VALUE 'C'.
002300     03  DCL-FXC-OPEN-AMT                 PIC S9(9)V99 COMP-3.
002400     03  DCL-FXC-MOVEMENT-TOT             PIC S9(9)V99 COMP-3.
002500     03  DCL-FXC-COUNTED-AMT              PIC S9(9)V99 COMP-3.
002600     03  DCL-FXC-OPENED-TS                PIC X(26).
002700     03  DCL-FXC-CLOSED-TS                PIC X(26).
002800     03  DCL-FXC-FILLER                   PIC X(20).
