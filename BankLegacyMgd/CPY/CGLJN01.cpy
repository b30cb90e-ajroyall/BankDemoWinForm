000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CGLJN01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DGLJN01P - stage one balanced GL journal *
001010* entry on BNKGLJNL for tonight's DBANK39P extract.  The caller *
001020* names the debit and credit GL accounts and one amount; the    *
001030* pair always balances.  Runs in the caller's unit of work.     *
001100*****************************************************************
001300   01  GLJN01-DATA.
001400       10  GLJN01I-DATA.
      *        The raising program or job, for finance's drill-back.
001500           15  GLJN01I-SOURCE            PIC X(8).
001600           15  GLJN01I-DR-ACCOUNT        PIC 9(5).
001700           15  GLJN01I-CR-ACCOUNT        PIC 9(5).
001800           15  GLJN01I-AMOUNT            PIC S9(9)V99 COMP-3.
001900           15  GLJN01I-CATEGORY          PIC X(1).
002000           15  GLJN01I-ACCNO             PIC X(9).
002100           15  GLJN01I-REF               PIC X(21).
002200       10  GLJN01O-DATA.
002300           15  GLJN01O-STATUS            PIC X(1).
002400               88  GLJN01O-SAVE-OK       VALUE 'Y'.
