001010* 'L' lists an account's holds; 'P' places one; 'R' releases    *
001020* one (keyed by its created timestamp); 'T' totals the active   *
001030* holds, which is what the available-balance arithmetic in      *
001040* BBANK50P/BBANK30P uses.  'V' converts an active hold (keyed   *
001050* the same way) to the new reason and release date given - a   *
001060* hold kept against funds still to be recovered.               *
001100*****************************************************************
001300   01  CD49-DATA.
001400       10  CD49I-DATA.
001700               88  CD49I-PLACE           VALUE "P".
001800               88  CD49I-RELEASE         VALUE "R".
001900               88  CD49I-TOTAL           VALUE "T".
001950               88  CD49I-CONVERT         VALUE "V".
002000           15  CD49I-ACCNO               PIC X(9).
002100           15  CD49I-AMOUNT              PIC S9(7)V99 COMP-3.
002200           15  CD49I-REASON              PIC X(30).
