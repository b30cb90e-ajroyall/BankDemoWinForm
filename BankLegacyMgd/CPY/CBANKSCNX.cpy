001700         88  DCL-CLG-IS-PROMISE           VALUE 'P'.
001800         88  DCL-CLG-IS-DISPUTE           VALUE 'D'.
001900         88  DCL-CLG-IS-SYSTEM            VALUE 'S'.
               88  DCL-CLG-IS-COMPLAINT         VALUE 'C'.
002000     03  DCL-CLG-TEXT                     PIC X(75).
002100     03  DCL-CLG-USERID                   PIC X(5).
002200     03  DCL-CLG-FILLER                   PIC X(20).
