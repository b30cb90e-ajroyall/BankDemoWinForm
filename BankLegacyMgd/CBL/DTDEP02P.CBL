           MOVE DCL-TDP-ACCNO      TO CD28I-FROM-ACC.
           MOVE DCL-BAC-BALANCE    TO CD28I-FROM-CUR-BAL.
           MOVE DCL-TDP-PAYOUT-ACC TO CD28I-TO-ACC.
           SET CD28I-CLOSE-MATURED TO TRUE.

           CALL 'DBANK28P' USING BY REFERENCE CD28-DATA.

