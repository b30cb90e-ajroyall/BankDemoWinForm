006960         88 DCL-BCS-IS-VIEWER          VALUE 'V'.
006965         88 DCL-BCS-IS-ADMIN           VALUE 'A'.
006967         88 DCL-BCS-IS-SUPER           VALUE 'S'.
      *    Compliance and security officers are the only roles
      *    DMASK01P will show a SIN, phone, e-mail or card number to
      *    in clear - everyone else sees them masked.
               88 DCL-BCS-IS-COMPLIANCE      VALUE 'C'.
               88 DCL-BCS-IS-SECURITY        VALUE 'X'.
               88 DCL-BCS-SEES-CLEAR         VALUE 'C' 'X'.
006970     03 DCL-BCS-PWD-CHANGED-DTE        PIC X(10).
006980     03 DCL-BCS-PWD-MUST-CHANGE        PIC X(1).
006990         88 DCL-BCS-FORCE-CHANGE       VALUE 'Y'.
      *    filled date blocks debits and new instructions while
      *    credits and interest keep flowing; see DESTA01P.
           03 DCL-BCS-DOD                    PIC X(10).
      *    'Y' marks a member of staff banking with us - set and
      *    cleared with the staff login's own-PID link on BNKSTAFL
      *    by DSTAF01P.
           03 DCL-BCS-EMPLOYEE               PIC X(1).
               88 DCL-BCS-IS-EMPLOYEE        VALUE 'Y'.
      *    'U' when post to BCS_ADDR has come back undelivered -
      *    paper output is held until the address is changed
      *    through DBANK02P, which clears it (see DRMAL01P).
           03 DCL-BCS-ADDR-STATUS            PIC X(1).
               88 DCL-BCS-ADDR-UNDELIVERABLE VALUE 'U'.
      *    Date of birth YYYY-MM-DD - blank when never captured, and
      *    treated as an adult.  Under the age of majority the
      *    customer's accounts run on minor limits with a guardian
      *    holding the signing authority (see DMINR01P).
           03 DCL-BCS-DOB                    PIC X(10).
007000     03 DCL-BCS-FILLER                 PIC X(12).

007100                                                                   
