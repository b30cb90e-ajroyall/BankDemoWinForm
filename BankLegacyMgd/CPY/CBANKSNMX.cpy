000100*****************************************************************
000200*  CBANKSNMX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKNPMEM pool participant table     *
000500* declared in CBANKSNM.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLNPMEM.
001300     03  DCL-NPM-HEADER-ACC               PIC X(9).
001400     03  DCL-NPM-ACCNO                    PIC X(9).
001500     03  DCL-NPM-STATUS                   PIC X(1).
001600         88  DCL-NPM-ACTIVE               VALUE 'A'.
001700         88  DCL-NPM-REMOVED              VALUE 'X'.
001800     03  DCL-NPM-ADDED-BY                 PIC X(5).
001900     03  DCL-NPM-UPDATED-TS               PIC X(26).
002000     03  DCL-NPM-FILLER                   PIC X(20).
