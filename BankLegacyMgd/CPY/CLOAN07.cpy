001030* already collecting on the customer's other loans, and hands   *
001040* back pass / refer / refuse; 'S' stores the BNKUNDW record     *
001050* against the funded loan account.                              *
001060* 'C' also asks DCPTY01P whether the new principal takes the    *
001070* customer's connected-party group past the large-exposure      *
001080* limit - a warning only, it never decides the funding.         *
001100*****************************************************************
001300   01  LOAN07-DATA.
001400       10  LOAN07I-DATA.
002000           15  LOAN07I-INCOME            PIC S9(7)V99 COMP-3.
002100           15  LOAN07I-OBLIGATIONS       PIC S9(7)V99 COMP-3.
002200           15  LOAN07I-NEW-PAYMENT       PIC S9(7)V99 COMP-3.
002250           15  LOAN07I-PRINCIPAL         PIC S9(7)V99 COMP-3.
002300           15  LOAN07I-OVERRIDE-SUP      PIC X(5).
      *        'C' - the BNKLNAPP application being underwritten, so
      *        the exposure check does not count it twice.
002350           15  LOAN07I-APP-NO            PIC 9(9).
002400       10  LOAN07O-DATA.
002500           15  LOAN07O-EXIST-PAYMENTS    PIC S9(7)V99 COMP-3.
002600           15  LOAN07O-DSR-PCT           PIC S9(3)V99 COMP-3.
002900               88  LOAN07O-REFERRED      VALUE 'Q'.
003000               88  LOAN07O-REFUSED       VALUE 'R'.
003100               88  LOAN07O-OVERRIDDEN    VALUE 'O'.
003200           15  LOAN07O-EXPOSURE-FLAG     PIC X(1).
003300               88  LOAN07O-EXP-WITHIN    VALUE ' '.
003400               88  LOAN07O-EXP-NEAR      VALUE 'N'.
003500               88  LOAN07O-EXP-BREACH    VALUE 'B'.
003600           15  LOAN07O-GROUP-NET         PIC S9(9)V99 COMP-3.
003700           15  LOAN07O-GROUP-LIMIT       PIC S9(9)V99 COMP-3.
