001200         88  DCL-LGA-WAS-SUCCESS         VALUE 'Y'.
           03  DCL-LGA-LOGOFF-TIMESTAMP        PIC X(26).
001300     03  DCL-LGA-FILLER                  PIC X(20).
      *    Tamper-evidence chain link from DHASH01P - zero sequence
      *    marks a row written before chaining began.  BNKLOGAH is
      *    laid out identically, so archived rows keep their links.
           03  DCL-LGA-CHAIN-SEQ               PIC S9(11) COMP-3.
           03  DCL-LGA-CHAIN-HASH              PIC X(20).
