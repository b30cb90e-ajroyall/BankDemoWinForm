000100*****************************************************************
000200*  CBANKSBWX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKBOWD ownership declaration       *
000500* declared in CBANKSBW.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLBOWD.
001300     03  DCL-BOD-PID                      PIC X(5).
001400     03  DCL-BOD-OFFICER                  PIC X(5).
001500     03  DCL-BOD-DECLARED-DTE             PIC X(10).
001600     03  DCL-BOD-RECERT-DTE               PIC X(10).
001700     03  DCL-BOD-UPDATED-BY               PIC X(5).
001800     03  DCL-BOD-UPDATED-TS               PIC X(26).
001900     03  DCL-BOD-FILLER                   PIC X(20).
