002100         88  DCL-UND-PASSED               VALUE 'P'.
002200         88  DCL-UND-OVERRIDDEN           VALUE 'O'.
002300     03  DCL-UND-OVERRIDE-SUP             PIC X(5).
002350     03  DCL-UND-EXPOSURE-FLAG            PIC X(1).
002400     03  DCL-UND-CREATED-TS               PIC X(26).
002500     03  DCL-UND-FILLER                   PIC X(20).
