000100*****************************************************************
000200*  CBANKSRWX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRWRT rewards earn table          *
000500* declared in CBANKSRW.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLRWRT.
001300     03  DCL-RWR-CATEGORY                 PIC X(1).
001400     03  DCL-RWR-RATE                     PIC S9(3)V99 COMP-3.
001500     03  DCL-RWR-UPDATED-BY               PIC X(5).
001600     03  DCL-RWR-UPDATED-TS               PIC X(26).
001700     03  DCL-RWR-FILLER                   PIC X(20).
