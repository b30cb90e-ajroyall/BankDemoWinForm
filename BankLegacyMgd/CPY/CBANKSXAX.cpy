001900     03  DCL-XAP-EFF-DATE                 PIC X(10).
002000     03  DCL-XAP-EXT-ROUTING              PIC X(9).
002100     03  DCL-XAP-EXT-ACC                  PIC X(17).
           03  DCL-XAP-BILLER                   PIC X(8).
           03  DCL-XAP-BILL-REF                 PIC X(20).
002200     03  DCL-XAP-STATUS                   PIC X(1).
002300         88  DCL-XAP-PENDING              VALUE 'P'.
002400         88  DCL-XAP-APPROVED             VALUE 'A'.
002600     03  DCL-XAP-SUPERVISOR               PIC X(5).
002700     03  DCL-XAP-REASON                   PIC X(30).
002800     03  DCL-XAP-FILLER                   PIC X(20).
      *    When the supervisor approved or rejected - DBANK59P stamps
      *    it, and the monthly segregation-of-duties run measures the
      *    time to sign off against XAP_CREATED_TS.
           03  DCL-XAP-DECIDED-TS               PIC X(26).
