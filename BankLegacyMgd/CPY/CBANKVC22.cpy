001400       10  CD22I-DATA.
      *        SPACE/'A' adds or re-grades a holder (a second add of
      *        the same PID updates the role and limit in place);
      *        'Q' reads the holder's signer class back; 'D' takes a
      *        holder off the account.
                 15  CD22I-FUNCTION            PIC X(1).
                     88  CD22I-QUERY           VALUE 'Q'.
                     88  CD22I-REMOVE          VALUE 'D'.
001500           15  CD22I-ACCNO               PIC X(9).
001600           15  CD22I-PID                 PIC X(5).
001650           15  CD22I-USERID              PIC X(5).
      *        Signer class - 'J' joint (no cap, the default), 'S'
      *        capped signer with CD22I-LIMIT, 'V' view-only, 'G'
      *        guardian of a minor owner (an adult, no cap).
                 15  CD22I-ROLE                PIC X(1).
                 15  CD22I-LIMIT               PIC S9(5)V99 COMP-3.
001700       10  CD22O-DATA.
