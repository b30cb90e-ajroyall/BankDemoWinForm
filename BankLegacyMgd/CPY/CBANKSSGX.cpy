002200         88  DCL-SMG-RETIRED              VALUE 'X'.
002300     03  DCL-SMG-UPDATED-BY               PIC X(5).
002400     03  DCL-SMG-UPDATED-TS               PIC X(26).
002500     03  DCL-SMG-PURPOSE                  PIC X(1).
002600         88  DCL-SMG-SERVICE              VALUE 'S'.
002700         88  DCL-SMG-MARKETING            VALUE 'M'.
