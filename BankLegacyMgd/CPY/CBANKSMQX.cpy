               88  DCL-MQ-RETRY                 VALUE 'R'.
               88  DCL-MQ-SENT                  VALUE 'S'.
               88  DCL-MQ-DEAD                  VALUE 'X'.
               88  DCL-MQ-DELIVERED             VALUE 'D'.
               88  DCL-MQ-FELL-BACK             VALUE 'F'.
002010     03  DCL-MQ-SENT-TS                   PIC X(26).
002020     03  DCL-MQ-ATTEMPTS                  PIC S9(2) COMP-3.
002100     03  DCL-MQ-FILLER                    PIC X(30).
002110     03  DCL-MQ-CHANNEL                   PIC X(1).
               88  DCL-MQ-BY-EMAIL              VALUES ' ' 'E'.
               88  DCL-MQ-BY-SMS                VALUE 'S'.
002120     03  DCL-MQ-MOBILE                    PIC X(15).
002130     03  DCL-MQ-COST                      PIC S9(3)V9(4) COMP-3.
002140     03  DCL-MQ-RECEIPT-TS                PIC X(26).
002200
002300 01  DCLMAILQ-NULL.
002400     03  DCL-MQ-SENT-TS-NULL              PIC S9(4) COMP.
002500     03  DCL-MQ-RECEIPT-TS-NULL           PIC S9(4) COMP.
