000100*****************************************************************
000200*  CBANKSXFX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSDFEE safe-deposit rent schedule *
000500* declared in CBANKSXF.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLSDFEE.
001300     03  DCL-SDF-SIZE                     PIC X(1).
001400     03  DCL-SDF-DESC                     PIC X(20).
001500     03  DCL-SDF-ANNUAL-RENT              PIC S9(5)V99 COMP-3.
001600     03  DCL-SDF-UPDATED-BY               PIC X(5).
001700     03  DCL-SDF-UPDATED-TS               PIC X(26).
001800     03  DCL-SDF-FILLER                   PIC X(20).
