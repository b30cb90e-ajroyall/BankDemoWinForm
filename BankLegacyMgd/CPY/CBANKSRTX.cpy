000100*****************************************************************
000200*  CBANKSRTX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRESP response-time metrics       *
000500* table declared in CBANKSRT.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLRESP.
001300     03  DCL-RSP-START-TS                 PIC X(26).
001400     03  DCL-RSP-DATE                     PIC X(10).
001500     03  DCL-RSP-HOUR                     PIC X(2).
001600     03  DCL-RSP-LAYER                    PIC X(1).
001700         88  DCL-RSP-SCREEN               VALUE 'S'.
001800         88  DCL-RSP-BUSINESS             VALUE 'B'.
001900         88  DCL-RSP-DATA                 VALUE 'D'.
002000     03  DCL-RSP-FUNCTION                 PIC X(8).
002100     03  DCL-RSP-PATH                     PIC X(44).
002200     03  DCL-RSP-USERID                   PIC X(5).
002300     03  DCL-RSP-WORKSTATION              PIC X(15).
002400     03  DCL-RSP-ELAPSED-MS               PIC S9(9) COMP-3.
002500     03  DCL-RSP-OUTCOME                  PIC X(1).
002600         88  DCL-RSP-SUCCESS              VALUE 'S'.
002700         88  DCL-RSP-ERROR                VALUE 'E'.
002800     03  DCL-RSP-SQLCODE                  PIC S9(5) COMP-3.
002900     03  DCL-RSP-FILLER                   PIC X(20).
