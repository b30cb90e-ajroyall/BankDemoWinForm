000100*****************************************************************
000200*  CBANKSFSX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSFEED statement feed table       *
000500* declared in CBANKSFS.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSFEED.
001300     03  DCL-SFS-ACCNO                    PIC X(9).
001400     03  DCL-SFS-PID                      PIC X(5).
001500     03  DCL-SFS-FORMAT                   PIC X(1).
001600         88  DCL-SFS-CAMT053              VALUE 'C'.
001700         88  DCL-SFS-MT940                VALUE 'M'.
      *    The folder the file is written to - the customer's pickup
      *    point - ending in the path separator.
001800     03  DCL-SFS-DEST                     PIC X(60).
001900     03  DCL-SFS-STATUS                   PIC X(1).
002000         88  DCL-SFS-ACTIVE               VALUE 'A'.
002100         88  DCL-SFS-SUSPENDED            VALUE 'S'.
      *    The last statement number issued - the camt.053 electronic
      *    sequence number and the MT940 :28C: statement number.
002200     03  DCL-SFS-STMT-SEQ                 PIC S9(5) COMP-3.
      *    The business date of the last file cut - SPACES until the
      *    first one.
002300     03  DCL-SFS-LAST-DATE                PIC X(10).
002400     03  DCL-SFS-UPDATED-BY               PIC X(5).
002500     03  DCL-SFS-UPDATED-TS               PIC X(26).
002600     03  DCL-SFS-FILLER                   PIC X(20).
