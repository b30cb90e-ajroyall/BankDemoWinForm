000100*****************************************************************
000200*  CBANKSRNX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRPTL report line table declared  *
000500* in CBANKSRN.CPY - one DCL- item per column.                   *
000600*****************************************************************
001200 01  DCLRPTL.
001300     03  DCL-RPN-REPORT-ID                PIC S9(9) COMP-3.
001400     03  DCL-RPN-LINE-NO                  PIC S9(7) COMP-3.
001500     03  DCL-RPN-PAGE-NO                  PIC S9(5) COMP-3.
001600     03  DCL-RPN-TEXT                     PIC X(132).
