000100*****************************************************************
000200*  CBANKSVUX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKVULN vulnerable-customer marker  *
000500* table declared in CBANKSVU.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLVULN.
001300     03  DCL-VUL-PID                      PIC X(5).
001400     03  DCL-VUL-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-VUL-CATEGORY                 PIC X(2).
001600         88  DCL-VUL-ELDERLY-PRESSURED    VALUE 'EP'.
001700         88  DCL-VUL-BEREAVED             VALUE 'BR'.
001800         88  DCL-VUL-COGNITIVE            VALUE 'CI'.
001900         88  DCL-VUL-HEALTH               VALUE 'HL'.
002000         88  DCL-VUL-FIN-DIFFICULTY       VALUE 'FD'.
002100         88  DCL-VUL-OTHER                VALUE 'OT'.
002200         88  DCL-VUL-VALID-CATEGORY       VALUES 'EP' 'BR' 'CI'
002300                                                 'HL' 'FD' 'OT'.
002400     03  DCL-VUL-INSTRUCTIONS             PIC X(120).
002500     03  DCL-VUL-CONSENT                  PIC X(1).
002600         88  DCL-VUL-CONSENTED            VALUE 'Y'.
002700         88  DCL-VUL-DECLINED             VALUE 'N'.
002800         88  DCL-VUL-UNABLE               VALUE 'U'.
002900         88  DCL-VUL-VALID-CONSENT        VALUES 'Y' 'N' 'U'.
003000     03  DCL-VUL-REVIEW-DATE              PIC X(10).
003100     03  DCL-VUL-STATUS                   PIC X(1).
003200         88  DCL-VUL-ACTIVE               VALUE 'A'.
003300         88  DCL-VUL-REMOVED              VALUE 'X'.
003400     03  DCL-VUL-RECORDED-BY              PIC X(5).
003500     03  DCL-VUL-RECORDED-TS              PIC X(26).
003600     03  DCL-VUL-REVIEWED-BY              PIC X(5).
003700     03  DCL-VUL-REVIEWED-DATE            PIC X(10).
003800     03  DCL-VUL-ASKED-DATE               PIC X(10).
003900     03  DCL-VUL-UPDATED-BY               PIC X(5).
004000     03  DCL-VUL-UPDATED-TS               PIC X(26).
004100     03  DCL-VUL-FILLER                   PIC X(20).
