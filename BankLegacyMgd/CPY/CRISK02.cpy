002700               20  RISK02O-WIRE-90D      PIC S9(9)V99 COMP-3.
002800               20  RISK02O-WHIT-HITS     PIC S9(5) COMP-3.
002900               20  RISK02O-REL-MONTHS    PIC S9(5) COMP-3.
002950               20  RISK02O-BOWN-FLAGS    PIC S9(5) COMP-3.
003000               20  RISK02O-NEXT-REVIEW   PIC X(10).
