000100*****************************************************************
000200*  CBANKSTKX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKTKALR account-takeover alert     *
000500* table declared in CBANKSTK.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLTKALR.
001300     03  DCL-TKA-ALERTNO                  PIC S9(7) COMP-3.
001400     03  DCL-TKA-PID                      PIC X(5).
001500     03  DCL-TKA-STEPS                    PIC X(5).
001600     03  DCL-TKA-WINDOW-START             PIC X(10).
001700     03  DCL-TKA-OUT-AMOUNT               PIC S9(7)V99 COMP-3.
001800     03  DCL-TKA-HELD-PTX                 PIC S9(5) COMP-3.
001900     03  DCL-TKA-HELD-WIRE                PIC S9(5) COMP-3.
002000     03  DCL-TKA-CASENO                   PIC S9(7) COMP-3.
002100     03  DCL-TKA-STEPUP                   PIC X(1).
002200         88  DCL-TKA-STEPUP-DUE           VALUE 'R'.
002300         88  DCL-TKA-STEPUP-PASSED        VALUE 'P'.
002400     03  DCL-TKA-STATUS                   PIC X(1).
002500         88  DCL-TKA-OPEN                 VALUE 'O'.
002600         88  DCL-TKA-RELEASED             VALUE 'R'.
002700         88  DCL-TKA-CONFIRMED            VALUE 'C'.
002800     03  DCL-TKA-DETECTED-TS              PIC X(26).
002900     03  DCL-TKA-CLOSED-BY                PIC X(5).
003000     03  DCL-TKA-CLOSED-TS                PIC X(26).
003100     03  DCL-TKA-FILLER                   PIC X(20).
