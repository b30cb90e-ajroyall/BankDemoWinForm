000100*****************************************************************
000200*  CBANKSHCX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKHCTL hash-chain control table    *
000500* declared in CBANKSHC.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLHCTL.
001300     03  DCL-HCC-TABLE                    PIC X(8).
001400     03  DCL-HCC-LAST-SEQ                 PIC S9(11) COMP-3.
001500     03  DCL-HCC-LAST-HASH                PIC X(20).
001600     03  DCL-HCC-LAST-TS                  PIC X(26).
001700     03  DCL-HCC-VERIFIED-SEQ             PIC S9(11) COMP-3.
001800     03  DCL-HCC-VERIFIED-HASH            PIC X(20).
001900     03  DCL-HCC-VERIFIED-TS              PIC X(26).
002000     03  DCL-HCC-BREAKS                   PIC S9(7) COMP-3.
