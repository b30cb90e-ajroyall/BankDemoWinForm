002500         88  DCL-WIR-SUSPENSE             VALUE 'X'.
         88  DCL-WIR-REJECTED             VALUE 'R'.
         88  DCL-WIR-CANCELLED            VALUE 'C'.
      *        Held by an account-takeover alert - the extract leaves
      *        it until DATO01P releases it or sends it for repair.
               88  DCL-WIR-HELD                 VALUE 'H'.
002600     03  DCL-WIR-REF                      PIC X(21).
002700     03  DCL-WIR-CREATED-TS               PIC X(26).
002800     03  DCL-WIR-FILLER                   PIC X(20).
002900     03  DCL-WIR-VALUE-DATE               PIC X(10).
003000     03  DCL-WIR-NOSTRO-DATE              PIC X(10).
