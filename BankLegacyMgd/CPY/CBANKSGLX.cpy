000100*****************************************************************
000200*  CBANKSGLX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKGLBAL GL balance store declared  *
000500* in CBANKSGL.CPY - one DCL- item per column.                   *
000600*****************************************************************
001200 01  DCLGLBAL.
001300     03  DCL-GLB-GL-ACCOUNT               PIC S9(5) COMP-3.
001400     03  DCL-GLB-BALANCE                  PIC S9(11)V99 COMP-3.
001500     03  DCL-GLB-LAST-DATE                PIC X(10).
001600     03  DCL-GLB-LAST-MOVE                PIC S9(11)V99 COMP-3.
001700     03  DCL-GLB-TAKEN-ON                 PIC X(1).
001800         88  DCL-GLB-IS-TAKEN-ON          VALUE 'Y'.
001900     03  DCL-GLB-UPDATED-TS               PIC X(26).
002000     03  DCL-GLB-FILLER                   PIC X(20).
