000100*****************************************************************
000200*  CBANKSGPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKCPGRP connected-party group      *
000500* table declared in CBANKSGP.CPY - one DCL- item per column.    *
000600*****************************************************************
001200 01  DCLCPGRP.
001300     03  DCL-CPG-GROUP-ID                 PIC S9(5) COMP-3.
001400     03  DCL-CPG-NAME                     PIC X(30).
001500     03  DCL-CPG-STATUS                   PIC X(1).
001600         88  DCL-CPG-ACTIVE               VALUE 'A'.
001700         88  DCL-CPG-CLOSED               VALUE 'C'.
001800     03  DCL-CPG-CREATED-BY               PIC X(5).
001900     03  DCL-CPG-CREATED-TS               PIC X(26).
002000     03  DCL-CPG-FILLER                   PIC X(20).
