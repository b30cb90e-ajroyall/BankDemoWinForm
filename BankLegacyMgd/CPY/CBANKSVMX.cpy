002400     03  DCL-VMV-C10                      PIC S9(5) COMP-3.
002500     03  DCL-VMV-C5                       PIC S9(5) COMP-3.
002600     03  DCL-VMV-COIN                     PIC S9(5)V99 COMP-3.
002650     03  DCL-VMV-CURRENCY                 PIC X(3).
002700     03  DCL-VMV-FILLER                   PIC X(20).
