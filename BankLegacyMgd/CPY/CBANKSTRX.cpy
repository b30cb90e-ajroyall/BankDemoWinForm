000100*****************************************************************
000200*  CBANKSTRX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKTAXR tax residency table         *
000500* declared in CBANKSTR.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLTAXR.
001300     03  DCL-TXR-PID                      PIC X(5).
001400     03  DCL-TXR-COUNTRY                  PIC X(3).
001500     03  DCL-TXR-TIN                      PIC X(20).
001600     03  DCL-TXR-NO-TIN-REASON            PIC X(1).
001700     03  DCL-TXR-CREATED-BY               PIC X(5).
001800     03  DCL-TXR-CREATED-TS               PIC X(26).
001900     03  DCL-TXR-FILLER                   PIC X(20).
