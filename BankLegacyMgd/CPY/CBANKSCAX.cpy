002300     03  DCL-BCA-NEW-TEL                  PIC X(12).
002400     03  DCL-BCA-NEW-EMAIL                PIC X(30).
002500     03  DCL-BCA-FILLER                   PIC X(20).
      *    Tamper-evidence chain link from DHASH01P - zero sequence
      *    marks a row written before chaining began.  BNKCADTH is
      *    laid out identically, so archived rows keep their links.
           03  DCL-BCA-CHAIN-SEQ                PIC S9(11) COMP-3.
           03  DCL-BCA-CHAIN-HASH               PIC X(20).
