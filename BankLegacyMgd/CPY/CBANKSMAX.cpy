002100         88  DCL-MAD-DELETE               VALUE 'D'.
002200     03  DCL-MAD-BEFORE                   PIC X(75).
002300     03  DCL-MAD-AFTER                    PIC X(75).
      *    Tamper-evidence chain link from DHASH01P - zero sequence
      *    marks a row written before chaining began.
           03  DCL-MAD-CHAIN-SEQ                PIC S9(11) COMP-3.
           03  DCL-MAD-CHAIN-HASH               PIC X(20).
