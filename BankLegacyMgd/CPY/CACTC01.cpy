000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CACTC01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DACTC01P - the BNKACTC activity          *
001010* counters.  'P' adds one BNKTXN row to its account's counter   *
001020* for the day - the DCL image as DBANK06P inserted it goes in   *
001030* ACTC01I-ROW; a row with no account counts nowhere.            *
001100*****************************************************************
001300   01  ACTC01-DATA.
001400       10  ACTC01I-DATA.
001500           15  ACTC01I-FUNCTION          PIC X(1).
001600               88  ACTC01I-POST          VALUE 'P'.
001700           15  ACTC01I-ACCNO-NULL        PIC S9(4) COMP.
001800           15  ACTC01I-ROW               PIC X(600).
