000100*****************************************************************
000200*  CBANKSGBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKCPMBR connected-party member     *
000500* table declared in CBANKSGB.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLCPMBR.
001300     03  DCL-CPM-GROUP-ID                 PIC S9(5) COMP-3.
001400     03  DCL-CPM-PID                      PIC X(5).
001500     03  DCL-CPM-LINK                     PIC X(1).
001600         88  DCL-CPM-FAMILY               VALUE 'F'.
001700         88  DCL-CPM-COMMON-OWNER         VALUE 'O'.
001800         88  DCL-CPM-GUARANTOR            VALUE 'G'.
001900         88  DCL-CPM-OTHER-LINK           VALUE 'X'.
002000     03  DCL-CPM-REASON                   PIC X(40).
002100     03  DCL-CPM-ADDED-BY                 PIC X(5).
002200     03  DCL-CPM-ADDED-TS                 PIC X(26).
002300     03  DCL-CPM-FILLER                   PIC X(20).
