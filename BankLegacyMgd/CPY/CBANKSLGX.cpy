000100*****************************************************************
000200*  CBANKSLGX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKLNAPH application status history *
000500* declared in CBANKSLG.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLLNAPH.
001300     03  DCL-LAH-APP-NO                   PIC S9(9) COMP-3.
001400     03  DCL-LAH-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-LAH-STATUS                   PIC X(1).
001600     03  DCL-LAH-OFFICER                  PIC X(5).
001700     03  DCL-LAH-REASON                   PIC X(2).
001800     03  DCL-LAH-NOTE                     PIC X(40).
001900     03  DCL-LAH-TS                       PIC X(26).
