001600         88  DCL-CSI-IS-WATCHHIT          VALUE 'W'.
001700         88  DCL-CSI-IS-STRUCTURE         VALUE 'S'.
001800         88  DCL-CSI-IS-FRAUD             VALUE 'F'.
               88  DCL-CSI-IS-DEPOSIT-HOLD      VALUE 'H'.
               88  DCL-CSI-IS-EVENT             VALUE 'E'.
001900         88  DCL-CSI-IS-NOTE              VALUE 'N'.
002000     03  DCL-CSI-ITEM-REF                 PIC X(30).
002100     03  DCL-CSI-TEXT                     PIC X(75).
