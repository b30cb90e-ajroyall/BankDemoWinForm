000100*****************************************************************
000200*  CBANKSRMX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRMAIL returned-mail register     *
000500* declared in CBANKSRM.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLRMAIL.
001300     03  DCL-RML-PID                      PIC X(5).
001400     03  DCL-RML-RECEIVED-TS              PIC X(26).
001500     03  DCL-RML-RETURN-DTE               PIC X(10).
001600     03  DCL-RML-ITEM                     PIC X(20).
001700     03  DCL-RML-REASON                   PIC X(2).
001800         88  DCL-RML-UNKNOWN              VALUE 'AU'.
001900         88  DCL-RML-GONE-AWAY            VALUE 'MV'.
002000         88  DCL-RML-INSUFFICIENT         VALUE 'IA'.
002100         88  DCL-RML-REFUSED              VALUE 'RF'.
002200         88  DCL-RML-OTHER                VALUE 'OT'.
002300         88  DCL-RML-VALID-REASON         VALUES 'AU' 'MV' 'IA'
002400                                                 'RF' 'OT'.
002500     03  DCL-RML-SOURCE                   PIC X(1).
002600         88  DCL-RML-MAIL-ROOM            VALUE 'M'.
002700         88  DCL-RML-VENDOR               VALUE 'V'.
002800     03  DCL-RML-ADDR1                    PIC X(25).
002900     03  DCL-RML-POST-CODE                PIC X(6).
003000     03  DCL-RML-USERID                   PIC X(5).
003100     03  DCL-RML-STATUS                   PIC X(1).
003200         88  DCL-RML-OUTSTANDING          VALUE 'O'.
003300         88  DCL-RML-CLEARED              VALUE 'C'.
003400     03  DCL-RML-CLEARED-TS               PIC X(26).
003500     03  DCL-RML-FILLER                   PIC X(20).
003600
003700 01  DCLRMAIL-NULL.
003800     03  DCL-RML-CLEARED-TS-NULL          PIC S9(4) COMP.
