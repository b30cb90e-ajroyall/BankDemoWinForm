006290     03 DCL-BAC-CLOSE-DATE             PIC X(10).
006292     03 DCL-BAC-BRANCH                 PIC X(3).
006295     03 DCL-BAC-CLOSED-BY              PIC X(5).
           03 DCL-BAC-OPEN-DATE              PIC X(10).
           03 DCL-BAC-CLOSE-REASON           PIC X(1).
               88 DCL-BAC-CLOSE-CUSTOMER     VALUE 'C'.
               88 DCL-BAC-CLOSE-SWITCHED     VALUE 'S'.
               88 DCL-BAC-CLOSE-PRICE        VALUE 'P'.
               88 DCL-BAC-CLOSE-BANK         VALUE 'B'.
               88 DCL-BAC-CLOSE-REPAID       VALUE 'R'.
               88 DCL-BAC-CLOSE-MATURED      VALUE 'M'.
               88 DCL-BAC-CLOSE-ESTATE       VALUE 'E'.
               88 DCL-BAC-CLOSE-ESCHEATED    VALUE 'U'.
006300     03 DCL-BAC-FILLER                 PIC X(56).
006400
