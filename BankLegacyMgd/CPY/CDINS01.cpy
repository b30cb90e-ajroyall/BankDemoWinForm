000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CDINS01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DDINS01P - deposit-insurance coverage    *
001010* for one depositor.  The caller supplies the BCS_PID and the   *
001020* date the position is taken (SPACES means today); DDINS01P     *
001030* returns the depositor's deposits in USD, principal plus       *
001040* accrued interest, by ownership category - 1 sole, 2 joint    *
001050* (the depositor's equal share), 3 estate - each category       *
001060* capped at the coverage limit in force, with the insured and   *
001070* uninsured split and the totals across categories.  Used by   *
001080* the DDINS02P depositor file and the Customer-360 screen.      *
001090* A blank PID returns just the limit in force.                  *
001100*****************************************************************
001300   01  DINS01-DATA.
001400       10  DINS01I-DATA.
001500           15  DINS01I-PID               PIC X(5).
001600           15  DINS01I-RUN-DATE          PIC X(10).
001700       10  DINS01O-DATA.
001800           15  DINS01O-LIMIT             PIC S9(7)V99 COMP-3.
001900           15  DINS01O-ACC-COUNT         PIC S9(4) COMP.
002000           15  DINS01O-CAT-ENTRY         OCCURS 3 TIMES.
002100               20  DINS01O-CAT-CODE      PIC X(3).
002200               20  DINS01O-CAT-ACCOUNTS  PIC S9(4) COMP.
002300               20  DINS01O-CAT-PRINCIPAL PIC S9(11)V99 COMP-3.
002400               20  DINS01O-CAT-INTEREST  PIC S9(9)V99 COMP-3.
002500               20  DINS01O-CAT-TOTAL     PIC S9(11)V99 COMP-3.
002600               20  DINS01O-CAT-INSURED   PIC S9(11)V99 COMP-3.
002700               20  DINS01O-CAT-UNINSURED PIC S9(11)V99 COMP-3.
002800           15  DINS01O-TOTAL             PIC S9(11)V99 COMP-3.
002900           15  DINS01O-INSURED           PIC S9(11)V99 COMP-3.
003000           15  DINS01O-UNINSURED         PIC S9(11)V99 COMP-3.
