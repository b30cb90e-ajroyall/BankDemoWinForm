             15  CD02I-COMBINED-STMT               PIC X(1).
      *      Language the customer banks in (EN/FR, blank = EN).
             15  CD02I-LANGUAGE                    PIC X(2).
      *      Date of birth YYYY-MM-DD - blank when not known.
             15  CD02I-DOB                         PIC X(10).
002000     10  CD02O-DATA.
             15  CD02O-SIN                         PIC X(9).
             15  CD02O-NAME                        PIC X(25).
             15  CD02O-TAX-CERT-EXP                PIC X(10).
             15  CD02O-COMBINED-STMT               PIC X(1).
             15  CD02O-LANGUAGE                    PIC X(2).
             15  CD02O-DOB                         PIC X(10).
