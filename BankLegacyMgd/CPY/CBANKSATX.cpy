005890     03 DCL-BAT-DAYCOUNT               PIC X(1).
               88 DCL-BAT-ACT-365            VALUES ' ', 'A'.
               88 DCL-BAT-30-360             VALUE 'T'.
      *    'Y' marks a registered tax-free savings plan - deposits
      *    count against the holder's yearly contribution room
      *    (DPLAN01P) and interest is paid without withholding.
           03 DCL-BAT-PLAN                   PIC X(1).
               88 DCL-BAT-REGISTERED-PLAN    VALUE 'Y'.
      *    Non-blank marks a minor's product - the adult type the
      *    account converts into (DCONV01P) when its owner reaches
      *    the age of majority.  See DMINR02P.
           03 DCL-BAT-ADULT-TYPE             PIC X(1).
005900     03 DCL-BAT-FILLER                 PIC X(61).
006000
