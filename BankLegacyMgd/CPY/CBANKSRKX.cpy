002000     03  DCL-RSK-WIRE-90D                 PIC S9(9)V99 COMP-3.
002100     03  DCL-RSK-WHIT-HITS                PIC S9(5) COMP-3.
002200     03  DCL-RSK-REL-MONTHS               PIC S9(5) COMP-3.
002250     03  DCL-RSK-BOWN-FLAGS               PIC S9(5) COMP-3.
002300     03  DCL-RSK-SCORED-DATE              PIC X(10).
002400     03  DCL-RSK-NEXT-REVIEW              PIC X(10).
002500     03  DCL-RSK-REVIEWED-BY              PIC X(5).
