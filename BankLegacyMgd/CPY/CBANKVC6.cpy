      *        SPACES means today; a back-valued posting carries the
      *        earlier date onto both legs' BNKTXN rows.
               15  CD06I-VALUE-DATE              PIC X(10).
      *        The login posting for the holder - a teller or an
      *        officer; SPACES when CD06I-PERSON-PID acted itself.
               15  CD06I-USERID                  PIC X(5).
             10  CD06O-DATA.
      *        The reference shared by both legs - receipts and the
      *        trace inquiry key off it.
