000100*****************************************************************
000200*  CBANKSLRX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLNAPP loan application register  *
000500* declared in CBANKSLR.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLLNAPP.
001300     03  DCL-LAP-APP-NO                   PIC S9(9) COMP-3.
001400     03  DCL-LAP-PID                      PIC X(5).
001500     03  DCL-LAP-QUOTE-TS                 PIC X(26).
001600     03  DCL-LAP-PRODUCT                  PIC X(2).
001700         88  DCL-LAP-PERSONAL             VALUE 'PL'.
001800         88  DCL-LAP-AUTO                 VALUE 'AU'.
001900         88  DCL-LAP-HOME-IMPROVE         VALUE 'HI'.
002000         88  DCL-LAP-CONSOLIDATION        VALUE 'DC'.
002100         88  DCL-LAP-EDUCATION            VALUE 'ED'.
002200         88  DCL-LAP-OTHER-PRODUCT        VALUE 'OT'.
002300         88  DCL-LAP-VALID-PRODUCT        VALUES 'PL' 'AU' 'HI'
002400                                                 'DC' 'ED' 'OT'.
002500     03  DCL-LAP-BRANCH                   PIC X(3).
002600     03  DCL-LAP-PRINCIPAL                PIC S9(7)V99 COMP-3.
002700     03  DCL-LAP-RATE                     PIC S9(3)V999 COMP-3.
002800     03  DCL-LAP-TERM                     PIC S9(5) COMP-3.
002900     03  DCL-LAP-PAYMENT                  PIC S9(6)V99 COMP-3.
003000     03  DCL-LAP-INCOME                   PIC S9(7)V99 COMP-3.
003100     03  DCL-LAP-OBLIGATIONS              PIC S9(7)V99 COMP-3.
003200     03  DCL-LAP-DSR-PCT                  PIC S9(3)V99 COMP-3.
003300     03  DCL-LAP-STATUS                   PIC X(1).
003400         88  DCL-LAP-APPLIED              VALUE 'A'.
003500         88  DCL-LAP-REFERRED             VALUE 'R'.
003600         88  DCL-LAP-APPROVED             VALUE 'P'.
003700         88  DCL-LAP-FUNDED               VALUE 'F'.
003800         88  DCL-LAP-DECLINED             VALUE 'D'.
003900         88  DCL-LAP-WITHDRAWN            VALUE 'W'.
004000         88  DCL-LAP-OPEN                 VALUES 'A' 'R' 'P'.
004100     03  DCL-LAP-APPLIED-BY               PIC X(5).
004200     03  DCL-LAP-APPLIED-DATE             PIC X(10).
004300     03  DCL-LAP-DECISION-BY              PIC X(5).
004400     03  DCL-LAP-DECISION-DATE            PIC X(10).
004500     03  DCL-LAP-DECLINE-CODE             PIC X(2).
004600         88  DCL-LAP-DEBT-SERVICE         VALUE 'DS'.
004700         88  DCL-LAP-COLLATERAL           VALUE 'CO'.
004800         88  DCL-LAP-BUREAU               VALUE 'BR'.
004900         88  DCL-LAP-INCOME-UNVERIFIED    VALUE 'IN'.
005000         88  DCL-LAP-IDENTITY             VALUE 'ID'.
005100         88  DCL-LAP-EMPLOYMENT           VALUE 'EM'.
005200         88  DCL-LAP-EXPOSURE             VALUE 'EX'.
005300         88  DCL-LAP-INCOMPLETE           VALUE 'IC'.
005400         88  DCL-LAP-OTHER-REASON         VALUE 'OT'.
005500         88  DCL-LAP-VALID-DECLINE        VALUES 'DS' 'CO' 'BR'
005600                                                 'IN' 'ID' 'EM'
005700                                                 'EX' 'IC' 'OT'.
005800     03  DCL-LAP-DECLINE-NOTE             PIC X(40).
005900     03  DCL-LAP-NOTICE-DUE               PIC X(10).
006000     03  DCL-LAP-NOTICE-DATE              PIC X(10).
006100     03  DCL-LAP-NOTICE-HOW               PIC X(1).
006200         88  DCL-LAP-NOTICE-EMAILED       VALUE 'E'.
006300         88  DCL-LAP-NOTICE-POSTED        VALUE 'P'.
006400     03  DCL-LAP-LOAN-ACC                 PIC X(9).
006500     03  DCL-LAP-UPDATED-BY               PIC X(5).
006600     03  DCL-LAP-UPDATED-TS               PIC X(26).
006700     03  DCL-LAP-FILLER                   PIC X(20).
