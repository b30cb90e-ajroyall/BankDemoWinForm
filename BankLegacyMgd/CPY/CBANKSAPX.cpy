002600     03  DCL-ATP-APPROVED-BY              PIC X(5).
002700     03  DCL-ATP-CREATED-TS               PIC X(26).
002800     03  DCL-ATP-FILLER                   PIC X(20).
      *    When the second officer approved or rejected - DBANK58P
      *    stamps it for the monthly segregation-of-duties run.
           03  DCL-ATP-DECIDED-TS               PIC X(26).
