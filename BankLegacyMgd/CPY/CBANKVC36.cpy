001000* Data areas passed to DBANK36P - end-of-day console inquiry.   *
001010* Returns the BNKCKPT state rows DBANK35P maintains for each    *
001020* step of the nightly stream, in the order the stream runs.     *
001030* The subledger-to-GL proof is failed while any difference on   *
001040* the BNKGLDIF review list is still unexplained.                *
001100*****************************************************************
001300   01  CD36-DATA.
001400       10  CD36O-DATA.
001800               20  CD36O-STATUS          PIC X(1).
001900               20  CD36O-STATUS-DESC     PIC X(10).
002000               20  CD36O-UPDATED-TS      PIC X(26).
002100           15  CD36O-PROOF-SW            PIC X(1).
002200               88  CD36O-PROOF-PASSED    VALUE 'P'.
002300               88  CD36O-PROOF-FAILED    VALUE 'F'.
002400           15  CD36O-PROOF-OPEN          PIC S9(4) COMP.
