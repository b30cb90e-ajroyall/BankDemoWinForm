000100*****************************************************************
000200*  CBANKSHBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKHBRK hash-chain findings table   *
000500* declared in CBANKSHB.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLHBRK.
001300     03  DCL-HBK-RUN-TS                   PIC X(26).
001400     03  DCL-HBK-TABLE                    PIC X(8).
001500     03  DCL-HBK-SEQ                      PIC S9(11) COMP-3.
001600     03  DCL-HBK-KIND                     PIC X(1).
001700         88  DCL-HBK-GAP                  VALUE 'G'.
001800         88  DCL-HBK-ALTERED              VALUE 'A'.
001900         88  DCL-HBK-BREAK                VALUE 'B'.
002000     03  DCL-HBK-DETAIL                   PIC X(60).
002100     03  DCL-HBK-STATUS                   PIC X(1).
002200         88  DCL-HBK-OPEN                 VALUE 'O'.
