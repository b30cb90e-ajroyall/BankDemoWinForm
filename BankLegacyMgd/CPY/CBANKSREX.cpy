000100*****************************************************************
000200*  CBANKSREX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRETN retention rules table       *
000500* declared in CBANKSRE.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLRETN.
001300     03  DCL-RTN-CLASS                    PIC X(8).
001400     03  DCL-RTN-KEEP-YEARS               PIC S9(3) COMP-3.
001500     03  DCL-RTN-BASIS                    PIC X(30).
001600     03  DCL-RTN-UPDATED-BY               PIC X(5).
001700     03  DCL-RTN-UPDATED-TS               PIC X(26).
001800     03  DCL-RTN-FILLER                   PIC X(20).
