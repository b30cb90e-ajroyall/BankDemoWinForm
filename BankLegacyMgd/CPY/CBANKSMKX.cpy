000100*****************************************************************
000200*  CBANKSMKX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKMKTC marketing consent register  *
000500* declared in CBANKSMK.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLMKTC.
001300     03  DCL-MKC-PID                      PIC X(5).
001400     03  DCL-MKC-CHANNEL                  PIC X(1).
001500         88  DCL-MKC-POST                 VALUE 'P'.
001600         88  DCL-MKC-EMAIL                VALUE 'E'.
001700         88  DCL-MKC-SMS                  VALUE 'S'.
001800         88  DCL-MKC-PHONE                VALUE 'T'.
001900         88  DCL-MKC-STMT-MSG             VALUE 'M'.
002000     03  DCL-MKC-PURPOSE                  PIC X(1).
002100         88  DCL-MKC-OWN-PRODUCTS         VALUE 'M'.
002200         88  DCL-MKC-PARTNER-OFFERS       VALUE 'T'.
002300         88  DCL-MKC-RESEARCH             VALUE 'R'.
002400     03  DCL-MKC-STATUS                   PIC X(1).
002500         88  DCL-MKC-GRANTED              VALUE 'G'.
002600         88  DCL-MKC-WITHDRAWN            VALUE 'W'.
002700     03  DCL-MKC-GRANT-DTE                PIC X(10).
002800     03  DCL-MKC-WITHDRAW-DTE             PIC X(10).
002900     03  DCL-MKC-CAPTURE                  PIC X(1).
003000         88  DCL-MKC-AT-BRANCH            VALUE 'B'.
003100         88  DCL-MKC-BY-PHONE             VALUE 'P'.
003200         88  DCL-MKC-ONLINE               VALUE 'O'.
003300     03  DCL-MKC-UPDATED-BY               PIC X(5).
003400     03  DCL-MKC-UPDATED-TS               PIC X(26).
003500     03  DCL-MKC-FILLER                   PIC X(20).
