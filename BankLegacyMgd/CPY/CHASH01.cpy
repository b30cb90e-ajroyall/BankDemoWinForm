000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CHASH01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DHASH01P - tamper-evidence hash chain.   *
001010* 'N' is called by a writer just before it inserts a row into   *
001020* one of the chained tables: HASH01I-ROW carries the row's DCL  *
001030* image as built, and the next link comes back - the sequence, *
001040* the timestamp the row must be inserted with, and the hash of  *
001050* the row chained to the previous link.  'H' recomputes the     *
001060* hash of a row read back, given the previous row's stored      *
001070* hash, so DHASH02P can compare it with the one on the row.     *
001100*****************************************************************
001300   01  HASH01-DATA.
001400       10  HASH01I-DATA.
001500           15  HASH01I-FUNCTION          PIC X(1).
001600               88  HASH01I-NEXT-LINK     VALUE 'N'.
001700               88  HASH01I-RECOMPUTE     VALUE 'H'.
001800           15  HASH01I-TABLE             PIC X(8).
001900               88  HASH01I-BNKTXN        VALUE 'BNKTXN  '.
002000               88  HASH01I-BNKSADT       VALUE 'BNKSADT '.
002100               88  HASH01I-BNKMADT       VALUE 'BNKMADT '.
002200               88  HASH01I-BNKCADT       VALUE 'BNKCADT '.
002300               88  HASH01I-BNKLOGA       VALUE 'BNKLOGA '.
002400           15  HASH01I-PREV-HASH         PIC X(20).
002500           15  HASH01I-ROW               PIC X(600).
002600       10  HASH01O-DATA.
002700           15  HASH01O-SEQ               PIC S9(11) COMP-3.
002800           15  HASH01O-TIMESTAMP         PIC X(26).
002900           15  HASH01O-HASH              PIC X(20).
