000100*****************************************************************
000200*  CBANKSRPX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKRPTH report repository table     *
000500* declared in CBANKSRP.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLRPTH.
001300     03  DCL-RPH-REPORT-ID                PIC S9(9) COMP-3.
001400     03  DCL-RPH-JOB                      PIC X(8).
001500     03  DCL-RPH-RUN-TS                   PIC X(26).
001600     03  DCL-RPH-RUN-DATE                 PIC X(10).
001700     03  DCL-RPH-REPORT-NAME              PIC X(12).
001800     03  DCL-RPH-FILENAME                 PIC X(75).
001900     03  DCL-RPH-PAGE-COUNT               PIC S9(5) COMP-3.
002000     03  DCL-RPH-LINE-COUNT               PIC S9(7) COMP-3.
002100     03  DCL-RPH-SENSITIVITY              PIC X(1).
002200         88  DCL-RPH-GENERAL              VALUE 'G'.
002300         88  DCL-RPH-CONFIDENTIAL         VALUE 'C'.
002400         88  DCL-RPH-RESTRICTED           VALUE 'R'.
002500     03  DCL-RPH-RETENTION                PIC X(1).
002600         88  DCL-RPH-KEEP-SHORT           VALUE 'S'.
002700         88  DCL-RPH-KEEP-MEDIUM          VALUE 'M'.
002800         88  DCL-RPH-KEEP-LONG            VALUE 'L'.
002900     03  DCL-RPH-STATUS                   PIC X(1).
003000         88  DCL-RPH-AVAILABLE            VALUE 'A'.
003100         88  DCL-RPH-PURGED               VALUE 'P'.
003200     03  DCL-RPH-STORED-TS                PIC X(26).
003300     03  DCL-RPH-PURGED-TS                PIC X(26).
003400     03  DCL-RPH-FILLER                   PIC X(20).
