000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKJNL.cpy                                                 *
000900*---------------------------------------------------------------*
001000* One record of the sequential posting journal POSTJRNL.DAT,    *
001010* written by DJRNL01P and read back by the DJRNL02P forward-    *
001020* recovery replay.  Every record carries the unit of work it    *
001030* belongs to - the session it was written in plus that          *
001040* session's unit-of-work count - and its place in the unit.     *
001050* All display data, so the journal reads and travels as text:   *
001060*   'B' balance image - account, before and after balance;      *
001070*   'T' BNKTXN row image - every column as inserted, chain      *
001080*       link included, so a replayed row is the same row;       *
001090*   'C' commit, 'R' rollback, 'D' disconnect - the unit of      *
001095*       work's end, written once after its last entry.          *
001100*****************************************************************
001300   01  JNL-RECORD.
001400       05  JNL-TIMESTAMP                 PIC X(26).
001500       05  JNL-UOW-ID                    PIC X(20).
001600       05  JNL-ENTRY-SEQ                 PIC 9(5).
001700       05  JNL-TYPE                      PIC X(1).
001800           88  JNL-BALANCE               VALUE 'B'.
001900           88  JNL-TXN                   VALUE 'T'.
002000           88  JNL-COMMIT                VALUE 'C'.
002100           88  JNL-ROLLBACK              VALUE 'R'.
002200           88  JNL-DISCONNECT            VALUE 'D'.
002300       05  JNL-PROGRAM                   PIC X(8).
002400       05  JNL-IMAGE                     PIC X(440).
002500       05  JNL-BAL-IMAGE REDEFINES JNL-IMAGE.
002600           10  JNL-BAL-ACCNO             PIC X(9).
002700           10  JNL-BAL-PID               PIC X(5).
002800           10  JNL-BAL-BEFORE            PIC S9(7)V99
002900                                         SIGN LEADING SEPARATE.
003000           10  JNL-BAL-AFTER             PIC S9(7)V99
003100                                         SIGN LEADING SEPARATE.
003200           10  FILLER                    PIC X(406).
003300       05  JNL-TXN-IMAGE REDEFINES JNL-IMAGE.
003400           10  JNL-TXN-PID               PIC X(5).
003500           10  JNL-TXN-TYPE              PIC X(1).
003600           10  JNL-TXN-SUB-TYPE          PIC X(1).
003700           10  JNL-TXN-ACCNO             PIC X(9).
003800           10  JNL-TXN-ACCNO-NULL        PIC X(1).
003900               88  JNL-TXN-NO-ACCNO      VALUE 'Y'.
004000           10  JNL-TXN-TIMESTAMP         PIC X(26).
004100           10  JNL-TXN-AMOUNT            PIC S9(7)V99
004200                                         SIGN LEADING SEPARATE.
004300           10  JNL-TXN-DATA-OLD          PIC X(150).
004400           10  JNL-TXN-DATA-NEW          PIC X(150).
004500           10  JNL-TXN-CATEGORY          PIC X(1).
004600           10  JNL-TXN-XFER-REF          PIC X(21).
004700           10  JNL-TXN-BRANCH            PIC X(3).
004800           10  JNL-TXN-VALUE-DATE        PIC X(10).
004900           10  JNL-TXN-POST-DATE         PIC X(10).
005000           10  JNL-TXN-CHAIN-SEQ         PIC 9(11).
005100           10  JNL-TXN-CHAIN-HASH        PIC X(20).
005200           10  JNL-TXN-USERID            PIC X(5).
005300           10  FILLER                    PIC X(6).
