000100*****************************************************************
000200*  CBANKSNBX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNOSBL nostro balance table       *
000500* declared in CBANKSNB.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLNOSBL.
001300     03  DCL-NSB-STMT-DATE                PIC X(10).
001400     03  DCL-NSB-ACCOUNT                  PIC X(18).
001500     03  DCL-NSB-OPEN-BAL                 PIC S9(11)V99 COMP-3.
001600     03  DCL-NSB-CLOSE-BAL                PIC S9(11)V99 COMP-3.
001700     03  DCL-NSB-BOOK-BAL                 PIC S9(11)V99 COMP-3.
001800     03  DCL-NSB-LOADED-TS                PIC X(26).
001900     03  DCL-NSB-FILLER                   PIC X(20).
