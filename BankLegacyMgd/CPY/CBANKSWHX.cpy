001400     03  DCL-WHT-SOURCE                   PIC X(1).
001500         88  DCL-WHT-FROM-OPENING         VALUE 'O'.
001600         88  DCL-WHT-FROM-TRANSFER        VALUE 'T'.
001650         88  DCL-WHT-FROM-OWNERSHIP       VALUE 'B'.
001700     03  DCL-WHT-NAME                     PIC X(40).
001800     03  DCL-WHT-WATCH-NAME               PIC X(40).
001900     03  DCL-WHT-PID                      PIC X(5).
