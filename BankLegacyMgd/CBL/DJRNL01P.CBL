000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2012 opentext. All Rights Reserved.      *
000400*   This demonstration program is provided for use by users     *
000500*   of opentext products and may be used, modified and          *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of opentext          *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************

001200*****************************************************************
001300* Program:     DJRNL01P.CBL                                    *
001400* Function:    Posting journal writer - every balance change    *
001500*              DBANK04P (and DBANK28P's closing sweep) makes    *
001600*              and every BNKTXN row DBANK06P inserts is also    *
001700*              appended to the sequential journal POSTJRNL.DAT  *
001800*              (layout CBANKJNL) with its before/after images,  *
001900*              so the DJRNL02P replay can carry a restored      *
002000*              database forward to the failure.                 *
002100*              Entries are grouped into units of work: the      *
002200*              first entry after a boundary opens a new one,    *
002300*              numbered within this session, and DBANK17P       *
002400*              ('C' commit), DBANK18P ('R' rollback) and        *
002500*              DBANK99P ('D' disconnect) write its end marker.  *
002600*              A boundary with no entries since the last one    *
002700*              writes nothing, so the many commits that post    *
002800*              no money leave the journal alone.                *
002900*              The file is opened, written and closed on every  *
003000*              call - each entry is on disk before the posting  *
003100*              it describes returns to its caller, and any      *
003200*              number of sessions can append to the one file.   *
003300*              A journal that cannot be written is an error     *
003400*              for the caller: a posting that could not be      *
003500*              recovered is not made.                           *
003600*              The session identity is the date and time of     *
003700*              the session's first entry, to the hundredth of   *
003800*              a second, kept across calls and stamped afresh   *
003850*              after every 9999 units of work.                  *
003900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DJRNL01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTJRNL ASSIGN TO DYNAMIC WS-JNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL.
           COPY CBANKJNL.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  WS-JNL-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\POSTJRNL.DAT".
           05  WS-JNL-STATUS                     PIC X(2).
               88  WS-JNL-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-SYSTIME                        PIC 9(8).
           05  WS-SYSTIME-X REDEFINES WS-SYSTIME.
               10  WS-SYSTIME-HH                 PIC 9(2).
               10  WS-SYSTIME-MI                 PIC 9(2).
               10  WS-SYSTIME-SS                 PIC 9(2).
               10  WS-SYSTIME-CC                 PIC 9(2).
           05  WS-ENTRY-TIMESTAMP                PIC X(26).

      *-----------------------------------------------------------------
      * Kept across calls for the life of the session.
      *-----------------------------------------------------------------
       01  WS-SESSION-STATE.
           05  WS-SESSION-ID                     PIC X(16)
                                                 VALUE SPACES.
           05  WS-UOW-COUNT                      PIC 9(4) VALUE ZERO.
           05  WS-UOW-OPEN-SW                    PIC X(1) VALUE 'N'.
               88  WS-UOW-OPEN                   VALUE 'Y'.
           05  WS-UOW-ID.
               10  WS-UOW-SESSION                PIC X(16).
               10  WS-UOW-NUMBER                 PIC 9(4).
           05  WS-ENTRY-SEQ                      PIC 9(5) VALUE ZERO.

      *    The BNKTXN row image as DBANK06P built it.
           COPY CBANKSTXX.

       LINKAGE SECTION.
       COPY CJRNL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference JRNL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG JRNL01O-DATA.

           EVALUATE TRUE
               WHEN JRNL01I-BALANCE
               WHEN JRNL01I-TXN
                   PERFORM P100-WRITE-ENTRY THRU WRITE-ENTRY-EXIT
               WHEN JRNL01I-BOUNDARY
                   PERFORM P200-END-UOW THRU END-UOW-EXIT
               WHEN OTHER
                   MOVE 'Invalid posting journal function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * One balance or BNKTXN image, opening a new unit of work first
      * when the last one has ended.
      *=================================================================
       P100-WRITE-ENTRY.
           PERFORM P800-STAMP-TIME.

           IF NOT WS-UOW-OPEN
               IF WS-UOW-COUNT = 9999
                   MOVE SPACES TO WS-SESSION-ID
                   MOVE ZERO   TO WS-UOW-COUNT
               END-IF
               IF WS-SESSION-ID = SPACES
                   MOVE WS-SYSDATE-YYYYMMDD TO WS-SESSION-ID(1:8)
                   MOVE WS-SYSTIME          TO WS-SESSION-ID(9:8)
               END-IF
               ADD 1 TO WS-UOW-COUNT
               MOVE WS-SESSION-ID TO WS-UOW-SESSION
               MOVE WS-UOW-COUNT  TO WS-UOW-NUMBER
               MOVE ZERO          TO WS-ENTRY-SEQ
               MOVE 'Y'           TO WS-UOW-OPEN-SW
           END-IF.

           ADD 1 TO WS-ENTRY-SEQ.

           MOVE SPACES             TO JNL-RECORD.
           MOVE WS-ENTRY-TIMESTAMP TO JNL-TIMESTAMP.
           MOVE WS-UOW-ID          TO JNL-UOW-ID.
           MOVE WS-ENTRY-SEQ       TO JNL-ENTRY-SEQ.
           MOVE JRNL01I-FUNCTION   TO JNL-TYPE.
           MOVE JRNL01I-PROGRAM    TO JNL-PROGRAM.

           IF JNL-BALANCE
               MOVE JRNL01I-ACCNO      TO JNL-BAL-ACCNO
               MOVE JRNL01I-PID        TO JNL-BAL-PID
               MOVE JRNL01I-BEFORE-BAL TO JNL-BAL-BEFORE
               MOVE JRNL01I-AFTER-BAL  TO JNL-BAL-AFTER
           ELSE
               PERFORM P110-BUILD-TXN-IMAGE
           END-IF.

           PERFORM P900-APPEND-RECORD THRU APPEND-RECORD-EXIT.

           MOVE WS-UOW-ID TO JRNL01O-UOW-ID.

       WRITE-ENTRY-EXIT.
           EXIT.

      *    Every BNKTXN column, binary fields shown as display digits
      *    so the journal stays text.
       P110-BUILD-TXN-IMAGE.
           MOVE JRNL01I-ROW            TO DCLTXN.
           MOVE DCL-BTX-PID            TO JNL-TXN-PID.
           MOVE DCL-BTX-TYPE           TO JNL-TXN-TYPE.
           MOVE DCL-BTX-SUB-TYPE       TO JNL-TXN-SUB-TYPE.
           MOVE DCL-BTX-ACCNO          TO JNL-TXN-ACCNO.
           IF JRNL01I-ACCNO-NULL < ZERO
               MOVE 'Y'                TO JNL-TXN-ACCNO-NULL
           ELSE
               MOVE 'N'                TO JNL-TXN-ACCNO-NULL
           END-IF.
           MOVE DCL-BTX-TIMESTAMP      TO JNL-TXN-TIMESTAMP.
           MOVE DCL-BTX-AMOUNT         TO JNL-TXN-AMOUNT.
           MOVE DCL-BTX-DATA-OLD       TO JNL-TXN-DATA-OLD.
           MOVE DCL-BTX-DATA-NEW       TO JNL-TXN-DATA-NEW.
           MOVE DCL-BTX-CATEGORY       TO JNL-TXN-CATEGORY.
           MOVE DCL-BTX-XFER-REF       TO JNL-TXN-XFER-REF.
           MOVE DCL-BTX-BRANCH         TO JNL-TXN-BRANCH.
           MOVE DCL-BTX-VALUE-DATE     TO JNL-TXN-VALUE-DATE.
           MOVE DCL-BTX-POST-DATE      TO JNL-TXN-POST-DATE.
           MOVE DCL-BTX-CHAIN-SEQ      TO JNL-TXN-CHAIN-SEQ.
           MOVE DCL-BTX-CHAIN-HASH     TO JNL-TXN-CHAIN-HASH.
           MOVE DCL-BTX-USERID         TO JNL-TXN-USERID.

      *=================================================================
      * The unit of work's end marker - only when it has entries.
      *=================================================================
       P200-END-UOW.
           IF NOT WS-UOW-OPEN
               GO TO END-UOW-EXIT
           END-IF.

           PERFORM P800-STAMP-TIME.
           ADD 1 TO WS-ENTRY-SEQ.

           MOVE SPACES             TO JNL-RECORD.
           MOVE WS-ENTRY-TIMESTAMP TO JNL-TIMESTAMP.
           MOVE WS-UOW-ID          TO JNL-UOW-ID.
           MOVE WS-ENTRY-SEQ       TO JNL-ENTRY-SEQ.
           MOVE JRNL01I-FUNCTION   TO JNL-TYPE.
           MOVE JRNL01I-PROGRAM    TO JNL-PROGRAM.

           PERFORM P900-APPEND-RECORD THRU APPEND-RECORD-EXIT.

           MOVE WS-UOW-ID TO JRNL01O-UOW-ID.
           MOVE 'N'       TO WS-UOW-OPEN-SW.

       END-UOW-EXIT.
           EXIT.

      *    The same YYYY-MM-DD-HH.MM.SS.NNNNNN shape DB2 timestamps
      *    take, so the replay compares a point typed either way.
       P800-STAMP-TIME.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.

           MOVE SPACES TO WS-ENTRY-TIMESTAMP.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSTIME-HH    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-MI    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-SS    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-CC    DELIMITED BY SIZE
                  '0000'           DELIMITED BY SIZE
             INTO WS-ENTRY-TIMESTAMP.

      *=================================================================
      * Append the record - the journal is created on its first use.
      *=================================================================
       P900-APPEND-RECORD.
           OPEN EXTEND POSTJRNL.

           IF NOT WS-JNL-OK
               OPEN OUTPUT POSTJRNL
           END-IF.

           IF NOT WS-JNL-OK
               STRING 'Posting journal cannot be opened, status '
                        DELIMITED BY SIZE
                      WS-JNL-STATUS DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO APPEND-RECORD-EXIT
           END-IF.

           WRITE JNL-RECORD.

           IF NOT WS-JNL-OK
               STRING 'Posting journal write failed, status '
                        DELIMITED BY SIZE
                      WS-JNL-STATUS DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.

           CLOSE POSTJRNL.

       APPEND-RECORD-EXIT.
           EXIT.
