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
001300* Program:     DJRNL02P.CBL                                    *
001400* Function:    Forward-recovery replay of the posting journal   *
001500*              POSTJRNL.DAT (written by DJRNL01P) onto a        *
001600*              database restored from its backup.  Command      *
001700*              line: the run mode and the point to replay       *
001800*              from, the backup's timestamp -                   *
001900*                VERIFY 2012-10-14-22.00.00  reports only;      *
002000*                REPLAY 2012-10-14-22.00.00  applies as well.   *
002100*              No point replays the whole journal.              *
002200*              A unit of work is taken as after the point when  *
002300*              its first entry is; one begun before the point   *
002400*              is in the backup and is left alone.  Only units  *
002500*              of work that ended in a commit ('C') or a clean  *
002600*              disconnect ('D' - the screens that post without  *
002700*              an explicit commit) are replayed; one rolled     *
002800*              back or never ended is skipped and listed.       *
002900*              Entries are applied in journal order:            *
003000*                - a balance image moves the account from its   *
003100*                  before to its after balance, under the same  *
003200*                  optimistic lock the postings use; an account *
003300*                  already at the after balance is left as it   *
003400*                  is, anything else is an exception;           *
003500*                - a BNKTXN image is inserted exactly as it     *
003600*                  was written, chain link included, unless     *
003700*                  the row is already there; BNKHCTL is then    *
003800*                  moved on past the last link replayed, and    *
003810*                  the row goes back onto its account's BNKACTC *
003820*                  activity counter through DACTC01P.           *
003900*              So a rerun after an interruption picks up where  *
004000*              the last one stopped.  Work is committed every   *
004100*              100 entries through DBANK17P.                    *
004200*              The control report JRNLRPLY.RPT lists the units  *
004300*              of work skipped and every exception, then proves *
004400*              each account touched: its balance after the      *
004500*              replay against the journal's last after-image.   *
004600*              VERIFY proves the balances the replay would      *
004700*              leave.  Logs through DBANK37P as JRNLRPLY.       *
004800*              SQL version - standalone batch step, connects    *
004900*              and disconnects itself.  Run it before anything  *
005000*              else posts to the restored database.             *
005100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DJRNL02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTJRNL ASSIGN TO DYNAMIC WS-JNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT RPLYRPT ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL.
           COPY CBANKJNL.

       FD  RPLYRPT.
       01  RPLYRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-JNL-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\POSTJRNL.DAT".
           05  WS-JNL-STATUS                     PIC X(2).
               88  WS-JNL-OK                     VALUE "00".
           05  WS-OUT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\JRNLRPLY.RPT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-EOF-SW                         PIC X(1).
               88  WS-JNL-EOF                    VALUE 'Y'.
           05  WS-PARM                           PIC X(60).
           05  WS-RUN-MODE                       PIC X(8) VALUE SPACES.
               88  WS-REPLAY-RUN                 VALUE 'REPLAY'.
           05  WS-FROM-TS                        PIC X(26) VALUE SPACES.
           05  WS-RUN-DATE                       PIC 9(8).
           05  WS-SINCE-COMMIT                   PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-COMMIT-EVERY                   PIC S9(4) COMP
                                                  VALUE 100.

      *-----------------------------------------------------------------
      * Control totals.
      *-----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-JNL-READ                       PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-BEFORE-POINT                   PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-UOW-COMMITTED                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UOW-DISCONNECTED               PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UOW-ROLLED-BACK                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UOW-UNENDED                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BAL-APPLIED                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-BAL-PRESENT                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-TXN-APPLIED                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-TXN-PRESENT                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIPPED-ENTRIES                PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-EXCEPTIONS                     PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-PROVED                         PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-DIFFERENCES                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-TOT-JNL-AFTER                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOT-PROOF-BAL                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * Units of work after the point, in the order they began, with
      * how each ended - ' ' never ended, else the end marker.  The
      * last one found is tried first, since a unit's entries run
      * together in the journal.
      *-----------------------------------------------------------------
       01  WS-UOW-MAX                            PIC S9(5) COMP
                                                  VALUE 10000.
       01  WS-UOW-COUNT                          PIC S9(5) COMP
                                                  VALUE ZERO.
       01  WS-UOW-SUB                            PIC S9(5) COMP.
       01  WS-UOW-LAST                           PIC S9(5) COMP
                                                  VALUE ZERO.
       01  WS-FOUND-SUB                          PIC S9(5) COMP.
       01  WS-FIND-UOW                           PIC X(20).

       01  WS-UOW-TABLE.
           05  WS-UOW                            OCCURS 10000 TIMES.
               10  WS-U-ID                       PIC X(20).
               10  WS-U-FIRST-TS                 PIC X(26).
               10  WS-U-OUTCOME                  PIC X(1).
                   88  WS-U-REPLAYABLE           VALUE 'C' 'D'.
               10  WS-U-ENTRIES                  PIC S9(5) COMP-3.

      *-----------------------------------------------------------------
      * Accounts touched - the balance the replay has them at, and
      * the journal's last after-image to prove it against.
      *-----------------------------------------------------------------
       01  WS-ACC-MAX                            PIC S9(5) COMP
                                                  VALUE 10000.
       01  WS-ACC-COUNT                          PIC S9(5) COMP
                                                  VALUE ZERO.
       01  WS-ACC-SUB                            PIC S9(5) COMP.
       01  WS-ACC-LAST                           PIC S9(5) COMP
                                                  VALUE ZERO.

       01  WS-ACC-TABLE.
           05  WS-ACC                            OCCURS 10000 TIMES.
               10  WS-A-ACCNO                    PIC X(9).
               10  WS-A-ON-FILE-SW               PIC X(1).
                   88  WS-A-ON-FILE              VALUE 'Y'.
               10  WS-A-CURRENT                  PIC S9(7)V99 COMP-3.
               10  WS-A-JNL-AFTER                PIC S9(7)V99 COMP-3.

      *-----------------------------------------------------------------
      * The furthest BNKTXN chain link replayed.
      *-----------------------------------------------------------------
       01  WS-MAX-CHAIN-SEQ                      PIC S9(11) COMP-3
                                                  VALUE ZERO.
       01  WS-MAX-CHAIN-HASH                     PIC X(20).

      *-----------------------------------------------------------------
      * Report work fields.
      *-----------------------------------------------------------------
       01  WS-REPORT-WORK.
           05  WS-AMT-DSP-1                      PIC -(7)9.99.
           05  WS-AMT-DSP-2                      PIC -(7)9.99.
           05  WS-AMT-DSP-3                      PIC -(7)9.99.
           05  WS-TOT-DSP                        PIC -(12)9.99.
           05  WS-CNT-DSP                        PIC Z(8)9.
           05  WS-ENT-DSP                        PIC Z(4)9.
           05  WS-LABEL                          PIC X(40).
           05  WS-RESULT                         PIC X(10).
           05  WS-EXC-REASON                     PIC X(32).

           COPY CBANKVC37.

       01  WS-ACTC-ERRMSG                        PIC X(65).
       01  WS-ACTC-GOODMSG                       PIC X(65).

           COPY CACTC01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSACX.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           COPY CBANKSTXX.

           EXEC SQL
                INCLUDE CBANKSHC
           END-EXEC.

           COPY CBANKSHCX.

       01  WS-BEFORE-BAL                         PIC S9(7)V99 COMP-3.
       01  WS-AFTER-BAL                          PIC S9(7)V99 COMP-3.
       01  WS-PROOF-BAL                          PIC S9(7)V99 COMP-3.
       01  WS-ROW-COUNT                          PIC S9(9) COMP-5.
       01  WS-NEXT-CHAIN-SEQ                     PIC S9(11) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK26P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-FROM-TS.
           INSPECT WS-RUN-MODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-REPLAY THRU RUN-REPLAY-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DJRNL02P - unable to connect, journal replay aborted'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *=================================================================
      * Connect to the database, retrying a couple of times before
      * giving up - mirrors DBConnect's P100-CONNECT-WITH-RETRY.
      *=================================================================
       P000-CONNECT.
           MOVE 0   TO WS-RETRY-COUNT.
           MOVE "N" TO WS-DB-STATUS.

           PERFORM P010-TRY-CONNECT
               UNTIL WS-DB-CONNECTED OR WS-RETRY-COUNT >= WS-RETRY-MAX.

       P010-TRY-CONNECT.
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Two passes over the journal - how every unit of work ended,
      * then the entries of those to replay - and the proof.
      *=================================================================
       P100-RUN-REPLAY.
           OPEN OUTPUT RPLYRPT.

           IF NOT WS-FILE-OK
               DISPLAY 'DJRNL02P - cannot open report, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPLAY-EXIT
           END-IF.

           PERFORM P110-WRITE-HEADER.

           PERFORM P200-SCAN-UOWS THRU SCAN-UOWS-EXIT.

           IF WS-JOB-HAD-ERROR
               CLOSE RPLYRPT
               GO TO RUN-REPLAY-EXIT
           END-IF.

           PERFORM P250-LIST-UOWS.

           PERFORM P300-APPLY-ENTRIES THRU APPLY-ENTRIES-EXIT.

           IF WS-REPLAY-RUN AND NOT WS-JOB-HAD-ERROR
               PERFORM P380-ADVANCE-CHAIN
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-PROVE-BALANCES
           END-IF.

           PERFORM P490-WRITE-TOTALS.

           CLOSE RPLYRPT.

           DISPLAY 'DJRNL02P - ' WS-RUN-MODE ' complete, entries '
                   'read: ' WS-JNL-READ ' exceptions: ' WS-EXCEPTIONS
                   ' differences: ' WS-DIFFERENCES.

           IF NOT WS-JOB-HAD-ERROR AND
              (WS-EXCEPTIONS > ZERO OR WS-DIFFERENCES > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       RUN-REPLAY-EXIT.
           EXIT.

       P110-WRITE-HEADER.
           IF NOT WS-REPLAY-RUN
               MOVE 'VERIFY' TO WS-RUN-MODE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO RPLYRPT-RECORD.
           STRING 'POSTING JOURNAL FORWARD RECOVERY - '
                    DELIMITED BY SIZE
                  WS-RUN-MODE  DELIMITED BY SPACE
                  '   RUN '    DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           MOVE SPACES TO RPLYRPT-RECORD.
           IF WS-FROM-TS = SPACES
               MOVE 'REPLAY POINT: START OF JOURNAL' TO RPLYRPT-RECORD
           ELSE
               STRING 'REPLAY POINT: UNITS OF WORK BEGUN AFTER '
                        DELIMITED BY SIZE
                      WS-FROM-TS DELIMITED BY SIZE
                 INTO RPLYRPT-RECORD
           END-IF.
           WRITE RPLYRPT-RECORD.

           MOVE SPACES TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

      *=================================================================
      * Pass 1 - every unit of work begun after the point and how it
      * ended.
      *=================================================================
       P200-SCAN-UOWS.
           OPEN INPUT POSTJRNL.

           IF NOT WS-JNL-OK
               MOVE SPACES TO RPLYRPT-RECORD
               STRING 'POSTING JOURNAL CANNOT BE OPENED, STATUS '
                        DELIMITED BY SIZE
                      WS-JNL-STATUS DELIMITED BY SIZE
                 INTO RPLYRPT-RECORD
               WRITE RPLYRPT-RECORD
               DISPLAY 'DJRNL02P - cannot open journal, status: '
                       WS-JNL-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO SCAN-UOWS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM P210-READ-JOURNAL.
           PERFORM P220-NOTE-UOW
               UNTIL WS-JNL-EOF OR WS-JOB-HAD-ERROR.

           CLOSE POSTJRNL.

       SCAN-UOWS-EXIT.
           EXIT.

       P210-READ-JOURNAL.
           READ POSTJRNL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       P220-NOTE-UOW.
           ADD 1 TO WS-JNL-READ.
           MOVE JNL-UOW-ID TO WS-FIND-UOW.
           PERFORM P500-FIND-UOW.

           IF JNL-BALANCE OR JNL-TXN
               IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-U-ENTRIES(WS-FOUND-SUB)
               ELSE
                   IF JNL-TIMESTAMP > WS-FROM-TS
                       PERFORM P230-ADD-UOW
                   ELSE
                       ADD 1 TO WS-BEFORE-POINT
                   END-IF
               END-IF
           ELSE
               IF WS-FOUND-SUB > ZERO
                   MOVE JNL-TYPE TO WS-U-OUTCOME(WS-FOUND-SUB)
               END-IF
           END-IF.

           PERFORM P210-READ-JOURNAL.

      *    A journal with more units of work than the table holds is
      *    replayed from a later point in more than one run.
       P230-ADD-UOW.
           IF WS-UOW-COUNT NOT < WS-UOW-MAX
               MOVE SPACES TO RPLYRPT-RECORD
               STRING 'MORE THAN 10000 UNITS OF WORK AFTER THE POINT'
                        DELIMITED BY SIZE
                      ' - REPLAY IN STAGES FROM A LATER POINT'
                        DELIMITED BY SIZE
                 INTO RPLYRPT-RECORD
               WRITE RPLYRPT-RECORD
               DISPLAY 'DJRNL02P - unit-of-work table full'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1 TO WS-UOW-COUNT
               MOVE WS-UOW-COUNT  TO WS-UOW-LAST
               MOVE JNL-UOW-ID    TO WS-U-ID(WS-UOW-COUNT)
               MOVE JNL-TIMESTAMP TO WS-U-FIRST-TS(WS-UOW-COUNT)
               MOVE SPACE         TO WS-U-OUTCOME(WS-UOW-COUNT)
               MOVE 1             TO WS-U-ENTRIES(WS-UOW-COUNT)
           END-IF.

      *=================================================================
      * How the units of work after the point ended - the ones that
      * will not be replayed are listed one by one.
      *=================================================================
       P250-LIST-UOWS.
           MOVE 'UNITS OF WORK NOT REPLAYED' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.
           MOVE 'UNIT OF WORK         BEGAN                       ENTRI
      -         'ES  ENDED' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           PERFORM P260-LIST-UOW
               VARYING WS-UOW-SUB FROM 1 BY 1
               UNTIL WS-UOW-SUB > WS-UOW-COUNT.

           MOVE SPACES TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

       P260-LIST-UOW.
           EVALUATE WS-U-OUTCOME(WS-UOW-SUB)
               WHEN 'C'
                   ADD 1 TO WS-UOW-COMMITTED
               WHEN 'D'
                   ADD 1 TO WS-UOW-DISCONNECTED
               WHEN 'R'
                   ADD 1 TO WS-UOW-ROLLED-BACK
                   MOVE 'ROLLED BACK' TO WS-LABEL
                   PERFORM P270-WRITE-UOW-LINE
               WHEN OTHER
                   ADD 1 TO WS-UOW-UNENDED
                   MOVE 'NEVER COMMITTED' TO WS-LABEL
                   PERFORM P270-WRITE-UOW-LINE
           END-EVALUATE.

       P270-WRITE-UOW-LINE.
           MOVE WS-U-ENTRIES(WS-UOW-SUB) TO WS-ENT-DSP.
           MOVE SPACES TO RPLYRPT-RECORD.
           STRING WS-U-ID(WS-UOW-SUB)       DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-U-FIRST-TS(WS-UOW-SUB) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-ENT-DSP                DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-LABEL                  DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

      *=================================================================
      * Pass 2 - the entries of every unit of work to replay, in the
      * order they were journalled.
      *=================================================================
       P300-APPLY-ENTRIES.
           MOVE 'EXCEPTIONS' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.
           MOVE 'UNIT OF WORK         ENTRY ACCOUNT      BEFORE       A
      -         'FTER     CURRENT  REASON' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           OPEN INPUT POSTJRNL.

           IF NOT WS-JNL-OK
               DISPLAY 'DJRNL02P - cannot reopen journal, status: '
                       WS-JNL-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO APPLY-ENTRIES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-UOW-LAST.
           PERFORM P210-READ-JOURNAL.
           PERFORM P310-APPLY-ENTRY
               UNTIL WS-JNL-EOF OR WS-JOB-HAD-ERROR.

           CLOSE POSTJRNL.

           MOVE SPACES TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

       APPLY-ENTRIES-EXIT.
           EXIT.

       P310-APPLY-ENTRY.
           IF JNL-BALANCE OR JNL-TXN
               MOVE JNL-UOW-ID TO WS-FIND-UOW
               PERFORM P500-FIND-UOW
               IF WS-FOUND-SUB > ZERO
                   IF WS-U-REPLAYABLE(WS-FOUND-SUB)
                       IF JNL-BALANCE
                           PERFORM P320-APPLY-BALANCE THRU
                                   APPLY-BALANCE-EXIT
                       ELSE
                           PERFORM P340-APPLY-TXN THRU
                                   APPLY-TXN-EXIT
                       END-IF
                       PERFORM P370-COMMIT-CHECK
                   ELSE
                       ADD 1 TO WS-SKIPPED-ENTRIES
                   END-IF
               END-IF
           END-IF.

           PERFORM P210-READ-JOURNAL.

      *-----------------------------------------------------------------
      * A balance image - the account is taken from where the replay
      * has it now (its database balance on first sight).
      *-----------------------------------------------------------------
       P320-APPLY-BALANCE.
           MOVE JNL-BAL-ACCNO  TO DCL-BAC-ACCNO.
           MOVE JNL-BAL-BEFORE TO WS-BEFORE-BAL.
           MOVE JNL-BAL-AFTER  TO WS-AFTER-BAL.

           PERFORM P510-FIND-ACCOUNT.

           IF WS-JOB-HAD-ERROR
               GO TO APPLY-BALANCE-EXIT
           END-IF.

           MOVE WS-AFTER-BAL TO WS-A-JNL-AFTER(WS-ACC-SUB).

           IF NOT WS-A-ON-FILE(WS-ACC-SUB)
               MOVE 'ACCOUNT NOT ON FILE' TO WS-EXC-REASON
               PERFORM P360-WRITE-EXCEPTION
               GO TO APPLY-BALANCE-EXIT
           END-IF.

           IF WS-A-CURRENT(WS-ACC-SUB) = WS-BEFORE-BAL
               IF WS-REPLAY-RUN
                   EXEC SQL
                        UPDATE BNKACC
                           SET BAC_BALANCE = :WS-AFTER-BAL
                         WHERE BAC_ACCNO   = :DCL-BAC-ACCNO
                           AND BAC_BALANCE = :WS-BEFORE-BAL
                   END-EXEC
                   IF SQLCODE = +100
                       MOVE 'BALANCE MOVED DURING REPLAY'
                         TO WS-EXC-REASON
                       PERFORM P360-WRITE-EXCEPTION
                       GO TO APPLY-BALANCE-EXIT
                   END-IF
                   PERFORM P800-ERROR-CHECK
                   IF WS-JOB-HAD-ERROR
                       GO TO APPLY-BALANCE-EXIT
                   END-IF
                   ADD 1 TO WS-SINCE-COMMIT
               END-IF
               MOVE WS-AFTER-BAL TO WS-A-CURRENT(WS-ACC-SUB)
               ADD 1 TO WS-BAL-APPLIED
               GO TO APPLY-BALANCE-EXIT
           END-IF.

           IF WS-A-CURRENT(WS-ACC-SUB) = WS-AFTER-BAL
               ADD 1 TO WS-BAL-PRESENT
               GO TO APPLY-BALANCE-EXIT
           END-IF.

           MOVE 'BALANCE NOT AT BEFORE-IMAGE' TO WS-EXC-REASON.
           PERFORM P360-WRITE-EXCEPTION.

       APPLY-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A BNKTXN image - the chain sequence identifies a chained row;
      * an older unchained one is matched on its content.
      *-----------------------------------------------------------------
       P340-APPLY-TXN.
           MOVE JNL-TXN-PID        TO DCL-BTX-PID.
           MOVE JNL-TXN-TYPE       TO DCL-BTX-TYPE.
           MOVE JNL-TXN-SUB-TYPE   TO DCL-BTX-SUB-TYPE.
           MOVE JNL-TXN-ACCNO      TO DCL-BTX-ACCNO.
           IF JNL-TXN-NO-ACCNO
               MOVE -1             TO DCL-BTX-ACCNO-NULL
           ELSE
               MOVE ZERO           TO DCL-BTX-ACCNO-NULL
           END-IF.
           MOVE JNL-TXN-TIMESTAMP  TO DCL-BTX-TIMESTAMP.
           MOVE JNL-TXN-AMOUNT     TO DCL-BTX-AMOUNT.
           MOVE JNL-TXN-DATA-OLD   TO DCL-BTX-DATA-OLD.
           MOVE JNL-TXN-DATA-NEW   TO DCL-BTX-DATA-NEW.
           MOVE JNL-TXN-CATEGORY   TO DCL-BTX-CATEGORY.
           MOVE JNL-TXN-XFER-REF   TO DCL-BTX-XFER-REF.
           MOVE JNL-TXN-BRANCH     TO DCL-BTX-BRANCH.
           MOVE JNL-TXN-VALUE-DATE TO DCL-BTX-VALUE-DATE.
           MOVE JNL-TXN-POST-DATE  TO DCL-BTX-POST-DATE.
           MOVE JNL-TXN-CHAIN-SEQ  TO DCL-BTX-CHAIN-SEQ.
           MOVE JNL-TXN-CHAIN-HASH TO DCL-BTX-CHAIN-HASH.
           MOVE JNL-TXN-USERID     TO DCL-BTX-USERID.

           IF DCL-BTX-CHAIN-SEQ > ZERO
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKTXN
                     WHERE BTX_CHAIN_SEQ = :DCL-BTX-CHAIN-SEQ
               END-EXEC
           ELSE
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM BNKTXN
                     WHERE BTX_TIMESTAMP = :DCL-BTX-TIMESTAMP
                       AND BTX_PID       = :DCL-BTX-PID
                       AND BTX_TYPE      = :DCL-BTX-TYPE
                       AND BTX_AMOUNT    = :DCL-BTX-AMOUNT
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO APPLY-TXN-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               ADD 1 TO WS-TXN-PRESENT
               GO TO APPLY-TXN-EXIT
           END-IF.

           IF WS-REPLAY-RUN
               EXEC SQL
                    INSERT INTO BNKTXN (
                      BTX_PID,
                      BTX_TYPE,
                      BTX_SUB_TYPE,
                      BTX_ACCNO,
                      BTX_TIMESTAMP,
                      BTX_AMOUNT,
                      BTX_DATA_OLD,
                      BTX_DATA_NEW,
                      BTX_CATEGORY,
                      BTX_XFER_REF,
                      BTX_BRANCH,
                      BTX_VALUE_DATE,
                      BTX_POST_DATE,
                      BTX_CHAIN_SEQ,
                      BTX_CHAIN_HASH,
                      BTX_USERID
                    ) VALUES (
                      :DCL-BTX-PID,
                      :DCL-BTX-TYPE,
                      :DCL-BTX-SUB-TYPE,
                      :DCL-BTX-ACCNO :DCL-BTX-ACCNO-NULL,
                      :DCL-BTX-TIMESTAMP,
                      :DCL-BTX-AMOUNT,
                      :DCL-BTX-DATA-OLD,
                      :DCL-BTX-DATA-NEW,
                      :DCL-BTX-CATEGORY,
                      :DCL-BTX-XFER-REF,
                      :DCL-BTX-BRANCH,
                      :DCL-BTX-VALUE-DATE,
                      :DCL-BTX-POST-DATE,
                      :DCL-BTX-CHAIN-SEQ,
                      :DCL-BTX-CHAIN-HASH,
                      :DCL-BTX-USERID)
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-JOB-HAD-ERROR
                   GO TO APPLY-TXN-EXIT
               END-IF
               PERFORM P345-COUNT-TXN
               IF WS-JOB-HAD-ERROR
                   GO TO APPLY-TXN-EXIT
               END-IF
               ADD 1 TO WS-SINCE-COMMIT
           END-IF.

           ADD 1 TO WS-TXN-APPLIED.

           IF DCL-BTX-CHAIN-SEQ > WS-MAX-CHAIN-SEQ
               MOVE DCL-BTX-CHAIN-SEQ  TO WS-MAX-CHAIN-SEQ
               MOVE DCL-BTX-CHAIN-HASH TO WS-MAX-CHAIN-HASH
           END-IF.

       APPLY-TXN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The row replayed goes back onto its activity counter - the
      * restored counters stop at the backup just as BNKTXN does.
      *-----------------------------------------------------------------
       P345-COUNT-TXN.
           MOVE SPACES             TO ACTC01-DATA WS-ACTC-ERRMSG.
           SET ACTC01I-POST        TO TRUE.
           MOVE DCL-BTX-ACCNO-NULL TO ACTC01I-ACCNO-NULL.
           MOVE DCLTXN             TO ACTC01I-ROW.

           CALL 'DACTC01P' USING BY REFERENCE ACTC01-DATA
                                 BY REFERENCE WS-ACTC-ERRMSG
                                 BY REFERENCE WS-ACTC-GOODMSG.

           IF WS-ACTC-ERRMSG NOT = SPACES
               DISPLAY 'DJRNL02P - ' WS-ACTC-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P360-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE WS-BEFORE-BAL TO WS-AMT-DSP-1.
           MOVE WS-AFTER-BAL  TO WS-AMT-DSP-2.
           IF WS-A-ON-FILE(WS-ACC-SUB)
               MOVE WS-A-CURRENT(WS-ACC-SUB) TO WS-AMT-DSP-3
           ELSE
               MOVE ZERO TO WS-AMT-DSP-3
           END-IF.
           MOVE JNL-ENTRY-SEQ TO WS-ENT-DSP.

           MOVE SPACES TO RPLYRPT-RECORD.
           STRING JNL-UOW-ID      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-ENT-DSP      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DCL-BAC-ACCNO   DELIMITED BY SIZE
                  WS-AMT-DSP-1    DELIMITED BY SIZE
                  WS-AMT-DSP-2    DELIMITED BY SIZE
                  WS-AMT-DSP-3    DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  WS-EXC-REASON   DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

       P370-COMMIT-CHECK.
           IF WS-REPLAY-RUN AND WS-SINCE-COMMIT NOT < WS-COMMIT-EVERY
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
               IF WS-COMMIT-STATUS NOT = 'Y'
                   DISPLAY 'DJRNL02P - commit failed'
                   MOVE 'Y' TO WS-JOB-ERROR-SW
               END-IF
               MOVE ZERO TO WS-SINCE-COMMIT
           END-IF.

      *-----------------------------------------------------------------
      * Move the BNKTXN chain control past the last link replayed, so
      * the next row written chains on from it rather than reusing a
      * sequence.  A control row already further on is left alone.
      *-----------------------------------------------------------------
       P380-ADVANCE-CHAIN.
           IF WS-MAX-CHAIN-SEQ > ZERO
               MOVE 'BNKTXN  '        TO DCL-HCC-TABLE
               COMPUTE WS-NEXT-CHAIN-SEQ = WS-MAX-CHAIN-SEQ + 1
               MOVE WS-MAX-CHAIN-HASH TO DCL-HCC-LAST-HASH
               EXEC SQL
                    UPDATE BNKHCTL
                       SET HCC_LAST_SEQ  = :WS-NEXT-CHAIN-SEQ,
                           HCC_LAST_HASH = :DCL-HCC-LAST-HASH,
                           HCC_LAST_TS   = CURRENT TIMESTAMP
                     WHERE HCC_TABLE     = :DCL-HCC-TABLE
                       AND HCC_LAST_SEQ  < :WS-NEXT-CHAIN-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * The proof - every account the journal touched, its balance
      * after the replay against the journal's last after-image.
      *=================================================================
       P400-PROVE-BALANCES.
           MOVE 'BALANCE PROOF' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.
           MOVE 'ACCOUNT     JOURNAL AFTER  AFTER REPLAY  RESULT'
             TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           PERFORM P410-PROVE-ACCOUNT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

      *    A replay proves from the database itself; a verification
      *    proves the balances the replay would have left.
       P410-PROVE-ACCOUNT.
           IF NOT WS-A-ON-FILE(WS-ACC-SUB)
               MOVE ZERO TO WS-PROOF-BAL
               MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
               IF WS-REPLAY-RUN
                   MOVE WS-A-ACCNO(WS-ACC-SUB) TO DCL-BAC-ACCNO
                   EXEC SQL
                        SELECT BAC_BALANCE
                          INTO :WS-PROOF-BAL
                          FROM BNKACC
                         WHERE BAC_ACCNO = :DCL-BAC-ACCNO
                   END-EXEC
                   PERFORM P800-ERROR-CHECK
               ELSE
                   MOVE WS-A-CURRENT(WS-ACC-SUB) TO WS-PROOF-BAL
               END-IF
               IF WS-PROOF-BAL = WS-A-JNL-AFTER(WS-ACC-SUB)
                   MOVE 'PROVED' TO WS-RESULT
               ELSE
                   MOVE 'DIFFERENCE' TO WS-RESULT
               END-IF
           END-IF.

           IF WS-RESULT = 'PROVED'
               ADD 1 TO WS-PROVED
           ELSE
               ADD 1 TO WS-DIFFERENCES
           END-IF.

           ADD WS-A-JNL-AFTER(WS-ACC-SUB) TO WS-TOT-JNL-AFTER.
           ADD WS-PROOF-BAL               TO WS-TOT-PROOF-BAL.

           MOVE WS-A-JNL-AFTER(WS-ACC-SUB) TO WS-AMT-DSP-1.
           MOVE WS-PROOF-BAL               TO WS-AMT-DSP-2.
           MOVE SPACES TO RPLYRPT-RECORD.
           STRING WS-A-ACCNO(WS-ACC-SUB) DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-AMT-DSP-1           DELIMITED BY SIZE
                  '   '                  DELIMITED BY SIZE
                  WS-AMT-DSP-2           DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-RESULT              DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

      *=================================================================
      * Control totals.
      *=================================================================
       P490-WRITE-TOTALS.
           MOVE 'CONTROL TOTALS' TO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           MOVE 'JOURNAL RECORDS READ'       TO WS-LABEL.
           MOVE WS-JNL-READ                  TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'ENTRIES BEFORE THE POINT'   TO WS-LABEL.
           MOVE WS-BEFORE-POINT              TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'UNITS OF WORK COMMITTED'    TO WS-LABEL.
           MOVE WS-UOW-COMMITTED             TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'UNITS OF WORK ENDED AT DISCONNECT' TO WS-LABEL.
           MOVE WS-UOW-DISCONNECTED          TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'UNITS OF WORK ROLLED BACK'  TO WS-LABEL.
           MOVE WS-UOW-ROLLED-BACK           TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'UNITS OF WORK NEVER COMMITTED' TO WS-LABEL.
           MOVE WS-UOW-UNENDED               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'ENTRIES SKIPPED'            TO WS-LABEL.
           MOVE WS-SKIPPED-ENTRIES           TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           IF WS-REPLAY-RUN
               MOVE 'BALANCE IMAGES APPLIED' TO WS-LABEL
           ELSE
               MOVE 'BALANCE IMAGES TO APPLY' TO WS-LABEL
           END-IF.
           MOVE WS-BAL-APPLIED               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'BALANCE IMAGES ALREADY PRESENT' TO WS-LABEL.
           MOVE WS-BAL-PRESENT               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           IF WS-REPLAY-RUN
               MOVE 'BNKTXN ROWS INSERTED'   TO WS-LABEL
           ELSE
               MOVE 'BNKTXN ROWS TO INSERT'  TO WS-LABEL
           END-IF.
           MOVE WS-TXN-APPLIED               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'BNKTXN ROWS ALREADY PRESENT' TO WS-LABEL.
           MOVE WS-TXN-PRESENT               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'EXCEPTIONS'                 TO WS-LABEL.
           MOVE WS-EXCEPTIONS                TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'ACCOUNTS PROVED'            TO WS-LABEL.
           MOVE WS-PROVED                    TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.
           MOVE 'ACCOUNTS WITH A DIFFERENCE' TO WS-LABEL.
           MOVE WS-DIFFERENCES               TO WS-CNT-DSP.
           PERFORM P495-WRITE-COUNT.

           MOVE WS-TOT-JNL-AFTER TO WS-TOT-DSP.
           MOVE SPACES TO RPLYRPT-RECORD.
           STRING 'TOTAL OF JOURNAL AFTER-IMAGES    '
                    DELIMITED BY SIZE
                  WS-TOT-DSP DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           MOVE WS-TOT-PROOF-BAL TO WS-TOT-DSP.
           MOVE SPACES TO RPLYRPT-RECORD.
           STRING 'TOTAL OF BALANCES AFTER REPLAY   '
                    DELIMITED BY SIZE
                  WS-TOT-DSP DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN ENDED IN ERROR - WORK SINCE THE LAST COMMIT IS
      -             ' ROLLED BACK, RERUN TO CONTINUE' TO RPLYRPT-RECORD
               WRITE RPLYRPT-RECORD
           END-IF.

       P495-WRITE-COUNT.
           MOVE SPACES TO RPLYRPT-RECORD.
           STRING WS-LABEL   DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
             INTO RPLYRPT-RECORD.
           WRITE RPLYRPT-RECORD.

      *=================================================================
      * Table look-ups - the last entry found is tried first.
      *=================================================================
       P500-FIND-UOW.
           MOVE ZERO TO WS-FOUND-SUB.

           IF WS-UOW-LAST > ZERO
               IF WS-U-ID(WS-UOW-LAST) = WS-FIND-UOW
                   MOVE WS-UOW-LAST TO WS-FOUND-SUB
               END-IF
           END-IF.

           IF WS-FOUND-SUB = ZERO
               PERFORM P505-MATCH-UOW
                   VARYING WS-UOW-SUB FROM WS-UOW-COUNT BY -1
                   UNTIL WS-UOW-SUB < 1 OR WS-FOUND-SUB > ZERO
           END-IF.

           IF WS-FOUND-SUB > ZERO
               MOVE WS-FOUND-SUB TO WS-UOW-LAST
           END-IF.

       P505-MATCH-UOW.
           IF WS-U-ID(WS-UOW-SUB) = WS-FIND-UOW
               MOVE WS-UOW-SUB TO WS-FOUND-SUB
           END-IF.

      *    An account seen for the first time is read from the
      *    database - the balance the replay starts it from.
       P510-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB.

           IF WS-ACC-LAST > ZERO
               IF WS-A-ACCNO(WS-ACC-LAST) = DCL-BAC-ACCNO
                   MOVE WS-ACC-LAST TO WS-FOUND-SUB
               END-IF
           END-IF.

           IF WS-FOUND-SUB = ZERO
               PERFORM P515-MATCH-ACCOUNT
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
                      OR WS-FOUND-SUB > ZERO
           END-IF.

           IF WS-FOUND-SUB > ZERO
               MOVE WS-FOUND-SUB TO WS-ACC-SUB WS-ACC-LAST
           ELSE
               PERFORM P520-ADD-ACCOUNT
           END-IF.

       P515-MATCH-ACCOUNT.
           IF WS-A-ACCNO(WS-ACC-SUB) = DCL-BAC-ACCNO
               MOVE WS-ACC-SUB TO WS-FOUND-SUB
           END-IF.

       P520-ADD-ACCOUNT.
           IF WS-ACC-COUNT NOT < WS-ACC-MAX
               DISPLAY 'DJRNL02P - more than 10000 accounts touched, '
                       'replay in stages from a later point'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-COUNT  TO WS-ACC-SUB WS-ACC-LAST
               MOVE DCL-BAC-ACCNO TO WS-A-ACCNO(WS-ACC-SUB)
               MOVE ZERO          TO WS-A-CURRENT(WS-ACC-SUB)
                                     WS-A-JNL-AFTER(WS-ACC-SUB)
               EXEC SQL
                    SELECT BAC_BALANCE
                      INTO :DCL-BAC-BALANCE
                      FROM BNKACC
                     WHERE BAC_ACCNO = :DCL-BAC-ACCNO
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'Y' TO WS-A-ON-FILE-SW(WS-ACC-SUB)
                   MOVE DCL-BAC-BALANCE TO WS-A-CURRENT(WS-ACC-SUB)
               ELSE
                   MOVE 'N' TO WS-A-ON-FILE-SW(WS-ACC-SUB)
                   PERFORM P800-ERROR-CHECK
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DJRNL02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       P890-COMMIT-OR-ROLLBACK.
           IF WS-JOB-HAD-ERROR
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

      *=================================================================
      * Batch run log - the start row goes in (and is committed) the
      * moment the job has a connection, the end row completes it
      * with this run's control totals.  DBANK37P raises the
      * operations alert itself when the status is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'JRNLRPLY' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'JRNLRPLY' TO CD37I-JOB.
           MOVE WS-JNL-READ TO CD37I-ROWS-READ.
           COMPUTE CD37I-ROWS-POSTED = WS-BAL-APPLIED + WS-TXN-APPLIED.
           MOVE WS-EXCEPTIONS TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
