000100*****************************************************************
000200*  CBANKSPEX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKPLEX plan excess history         *
000500* declared in CBANKSPE.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLPLEX.
001300     03  DCL-PEX-PID                      PIC X(5).
001400     03  DCL-PEX-MONTH                    PIC X(7).
001500     03  DCL-PEX-EXCESS                   PIC S9(7)V99 COMP-3.
001600     03  DCL-PEX-PENALTY                  PIC S9(7)V99 COMP-3.
001700     03  DCL-PEX-CREATED-TS               PIC X(26).
001800     03  DCL-PEX-FILLER                   PIC X(20).
