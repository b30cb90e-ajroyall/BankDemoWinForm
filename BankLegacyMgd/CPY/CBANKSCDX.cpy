002300     03  DCL-CRD-UPDATED-BY               PIC X(5).
002400     03  DCL-CRD-UPDATED-TS               PIC X(26).
002500     03  DCL-CRD-FILLER                   PIC X(20).
      *    Renewal chain - the card this one replaces (blank for a
      *    first issue), and the reissue request flag on a hot card
      *    that DCARD04P picks up and marks done.
           03  DCL-CRD-REPLACES                 PIC X(16).
           03  DCL-CRD-REISSUE                  PIC X(1).
               88  DCL-CRD-NO-REISSUE           VALUE ' '.
               88  DCL-CRD-REISSUE-ASKED        VALUE 'R'.
               88  DCL-CRD-REISSUE-DONE         VALUE 'D'.
