000100*****************************************************************
000200*  CBANKSPCX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKPCOST processing cost table      *
000500* declared in CBANKSPC.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLPCOST.
001300     03  DCL-PCS-TYPE                     PIC X(1).
001400     03  DCL-PCS-CATEGORY                 PIC X(1).
001500     03  DCL-PCS-COST                     PIC S9(3)V99 COMP-3.
001600     03  DCL-PCS-DESC                     PIC X(30).
001700     03  DCL-PCS-UPDATED-BY               PIC X(5).
001800     03  DCL-PCS-UPDATED-TS               PIC X(26).
001900     03  DCL-PCS-FILLER                   PIC X(20).
