001700     03  DCL-SAD-OLD-VALUE                PIC X(10).
001800     03  DCL-SAD-NEW-VALUE                PIC X(10).
001900     03  DCL-SAD-FILLER                   PIC X(20).
      *    Tamper-evidence chain link from DHASH01P - zero sequence
      *    marks a row written before chaining began.
           03  DCL-SAD-CHAIN-SEQ                PIC S9(11) COMP-3.
           03  DCL-SAD-CHAIN-HASH               PIC X(20).
