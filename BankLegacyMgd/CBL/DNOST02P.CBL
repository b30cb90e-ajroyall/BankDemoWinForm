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
001300* Program:     DNOST02P.CBL                                    *
001400* Function:    Daily nostro reconciliation, job NOSTRO.  Loads  *
001500*              the correspondent's statement of our nostro      *
001600*              account (MT950/camt.053, converted upstream to   *
001700*              NOSTRO.DAT), pairs each entry with its BNKWIRE   *
001800*              row and proves our book balance of the nostro    *
001900*              against the correspondent's.  The file is:       *
002000*                'H' header - cols 2-11 file date, 12-17 file   *
002100*                    sequence 9(6), 18-27 statement date,       *
002200*                    28-45 nostro account, 46 sign of the       *
002300*                    opening balance, 47-59 opening 9(11)V99    *
002400*                'D' entry  - cols 2-11 value date, 12 D money  *
002500*                    out / C money in, 13 type W wire, F        *
002600*                    charge, O other, 14-24 amount 9(9)V99,     *
002700*                    25-45 reference (our WIR_REF), 46-54 the   *
002800*                    correspondent's charges taken out of the   *
002900*                    wire 9(7)V99                               *
003000*                'T' trailer - col 2 sign, 3-15 closing balance *
003100*                    9(11)V99, 16-22 entry count 9(7)           *
003200*              A statement that does not add up (opening plus   *
003300*              entries to closing, count to entries) posts      *
003400*              nothing.  A wire entry matches the one unproved  *
003500*              BNKWIRE row with the same reference, direction,  *
003600*              amount (the entry plus or minus its charges)     *
003700*              and value date; the wire is stamped with the     *
003800*              statement date and the charges are journalled    *
003900*              DR correspondent charges / CR cash clearing      *
004000*              through DGLJN01P.  Charge entries post the same  *
004100*              way on their own.  Anything unpaired goes to the *
004200*              BNKNOSEX worklist (DNOST01P, B134): statement    *
004300*              entries with no wire, and wires valued before    *
004400*              the statement date that it does not show.  Open  *
004500*              items are retried every day and clear            *
004600*              themselves when they pair.  The book balance is  *
004700*              rolled forward on BNKNOSBL and NOSTRO.RPT proves *
004800*              it to the correspondent's closing balance with   *
004900*              the reconciling items, then lists the open       *
005000*              exceptions with their age.                       *
005100*              Before anything posts the file is checked in     *
005200*              with the DINFL01P inbound file registry.         *
005300*              SQL version - standalone batch step, connects    *
005400*              and disconnects itself.                          *
005500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DNOST02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTROIN ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT NOSTRORPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTROIN.
       01  NOSTROIN-RECORD.
           05  NIN-REC-TYPE                      PIC X(1).
           05  NIN-BODY                          PIC X(79).
       01  NOSTROIN-HEADER.
           05  FILLER                            PIC X(1).
           05  NIH-FILE-DATE                     PIC X(10).
           05  NIH-FILE-SEQ                      PIC X(6).
           05  NIH-STMT-DATE                     PIC X(10).
           05  NIH-ACCOUNT                       PIC X(18).
           05  NIH-OPEN-SIGN                     PIC X(1).
           05  NIH-OPEN-BAL                      PIC X(13).
           05  NIH-OPEN-BAL-N REDEFINES NIH-OPEN-BAL
                                                 PIC 9(11)V99.
           05  FILLER                            PIC X(21).
       01  NOSTROIN-ENTRY.
           05  FILLER                            PIC X(1).
           05  NIE-VALUE-DATE                    PIC X(10).
           05  NIE-DC                            PIC X(1).
           05  NIE-TYPE                          PIC X(1).
           05  NIE-AMOUNT                        PIC X(11).
           05  NIE-AMOUNT-N REDEFINES NIE-AMOUNT
                                                 PIC 9(9)V99.
           05  NIE-REF                           PIC X(21).
           05  NIE-CHARGES                       PIC X(9).
           05  NIE-CHARGES-N REDEFINES NIE-CHARGES
                                                 PIC 9(7)V99.
           05  FILLER                            PIC X(26).
       01  NOSTROIN-TRAILER.
           05  FILLER                            PIC X(1).
           05  NIT-CLOSE-SIGN                    PIC X(1).
           05  NIT-CLOSE-BAL                     PIC X(13).
           05  NIT-CLOSE-BAL-N REDEFINES NIT-CLOSE-BAL
                                                 PIC 9(11)V99.
           05  NIT-COUNT                         PIC X(7).
           05  NIT-COUNT-N REDEFINES NIT-COUNT   PIC 9(7).
           05  FILLER                            PIC X(58).

       FD  NOSTRORPT.
       01  NOSTRORPT-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-IN-FILENAME                    PIC X(75)
                   VALUE "C:\BANK\DATA\NOSTRO.DAT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\NOSTRO.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-LOADED-SW                      PIC X(1) VALUE 'N'.
               88  WS-STMT-LOADED                VALUE 'Y'.
           05  WS-TRAILER-SW                     PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN               VALUE 'Y'.
           05  WS-GLJN-ERRMSG                    PIC X(65).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-MATCHED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CHARGE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NEW-EXC-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CLEARED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CHARGES-POSTED                 PIC S9(9)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-STMT-CREDITS                   PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-STMT-DEBITS                    PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-STMT-CHECK                     PIC S9(11)V99 COMP-3.
           05  WS-EXC-REASON                     PIC X(30).
      *-----------------------------------------------------------------
      * Wires settle through cash clearing, which stands for the
      * nostro in the GL; the correspondent's charges are an expense.
      *-----------------------------------------------------------------
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-CORRESP-CHARGES                PIC 9(5) VALUE 56100.
      *-----------------------------------------------------------------
      * The day after the previous statement, for the book roll.
      *-----------------------------------------------------------------
           05  WS-NEXT-DATE-X.
               10  WS-NEXT-YYYY                  PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-NEXT-MM                    PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-NEXT-DD                    PIC 9(2).
           05  WS-MONTH-LAST-DAY                 PIC 9(2).
           05  WS-LEAP-WORK                      PIC 9(4).
           05  WS-LEAP-REM                       PIC 9(4).
           05  WS-MONTH-DAYS-TABLE.
               10  FILLER  PIC X(24) VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-MONTH-DAYS OCCURS 12 TIMES
                                                 PIC 9(2).
      *-----------------------------------------------------------------
      * Exception age in days on the 360-day serial DQMON01P ages its
      * queues by, with the report's ageing bands.
      *-----------------------------------------------------------------
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-SERIAL                   PIC S9(7) COMP-3.
           05  WS-OLD-DATE-X.
               10  WS-OLD-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-OLD-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-OLD-DD                     PIC 9(2).
           05  WS-OLD-SERIAL                     PIC S9(7) COMP-3.
           05  WS-AGE-DAYS                       PIC S9(5) COMP-3.
           05  WS-AGE-BAND-COUNTS.
               10  WS-AGE-0-2                    PIC S9(5) COMP-3
                                                  VALUE ZERO.
               10  WS-AGE-3-7                    PIC S9(5) COMP-3
                                                  VALUE ZERO.
               10  WS-AGE-8-30                   PIC S9(5) COMP-3
                                                  VALUE ZERO.
               10  WS-AGE-OVER-30                PIC S9(5) COMP-3
                                                  VALUE ZERO.
           05  WS-OPEN-EXC-COUNT                 PIC S9(5) COMP-3
                                                  VALUE ZERO.
      *-----------------------------------------------------------------
      * The proof.
      *-----------------------------------------------------------------
           05  WS-ADJUSTED-BOOK                  PIC S9(11)V99 COMP-3.
           05  WS-PROOF-DIFF                     PIC S9(11)V99 COMP-3.
           05  WS-BAL-DSP                        PIC -(11)9.99.
           05  WS-AMT-DSP                        PIC -(8)9.99.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.
           05  WS-CNT-DSP4                       PIC Z(6)9.
           05  WS-SEQ-DSP                        PIC 9(5).
           05  WS-AGE-DSP                        PIC ZZZZ9.

      *-----------------------------------------------------------------
      * Unmatched statement entries, this statement's and any still
      * open from earlier ones, read in full before any is paired.
      *-----------------------------------------------------------------
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-STMT-DATE               PIC X(10).
               10  WS-LN-SEQ                     PIC S9(5) COMP-3.
               10  WS-LN-VALUE-DATE              PIC X(10).
               10  WS-LN-DC                      PIC X(1).
               10  WS-LN-TYPE                    PIC X(1).
               10  WS-LN-AMOUNT                  PIC S9(9)V99 COMP-3.
               10  WS-LN-CHARGES                 PIC S9(7)V99 COMP-3.
               10  WS-LN-REF                     PIC X(21).

      *-----------------------------------------------------------------
      * Book wires the statement should have shown and did not.
      *-----------------------------------------------------------------
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-BOOK-ENTRY OCCURS 2000 TIMES.
               10  WS-BK-REF                     PIC X(21).
               10  WS-BK-DIRECTION               PIC X(1).
               10  WS-BK-AMOUNT                  PIC S9(7)V99 COMP-3.
               10  WS-BK-VALUE-DATE              PIC X(10).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-PROOF-LINE.
           05  FILLER                            PIC X(2).
           05  PRF-LABEL                         PIC X(45).
           05  PRF-AMOUNT                        PIC -(11)9.99.
           05  FILLER                            PIC X(2).
           05  PRF-NOTE                          PIC X(40).

       01  WS-EXC-LINE.
           05  EXL-SIDE                          PIC X(9).
           05  FILLER                            PIC X(1).
           05  EXL-KEY                           PIC X(21).
           05  FILLER                            PIC X(1).
           05  EXL-DC                            PIC X(3).
           05  EXL-AMOUNT                        PIC -(8)9.99.
           05  FILLER                            PIC X(2).
           05  EXL-VALUE-DATE                    PIC X(10).
           05  FILLER                            PIC X(2).
           05  EXL-AGE                           PIC ZZZZ9.
           05  FILLER                            PIC X(2).
           05  EXL-REASON                        PIC X(30).

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNB
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNX
           END-EXEC.

           COPY CBANKSWRX.
           COPY CBANKSNOX.
           COPY CBANKSNBX.
           COPY CBANKSNXX.

       01  WS-STMT-DATE                          PIC X(10).
       01  WS-PREV-DATE                          PIC X(10).
       01  WS-FIRST-DATE                         PIC X(10).
       01  WS-LOW-DATE                           PIC X(10).
       01  WS-LATER-COUNT                        PIC S9(9) COMP.
       01  WS-ROW-COUNT                          PIC S9(9) COMP.
       01  WS-PREV-BOOK                          PIC S9(11)V99 COMP-3.
       01  WS-WIRES-IN                           PIC S9(11)V99 COMP-3.
       01  WS-WIRES-OUT                          PIC S9(11)V99 COMP-3.
       01  WS-WIRE-CHARGES                       PIC S9(11)V99 COMP-3.
       01  WS-CHARGE-LINES                       PIC S9(11)V99 COMP-3.
       01  WS-ADJUSTMENTS                        PIC S9(11)V99 COMP-3.
       01  WS-UNM-STMT-CR                        PIC S9(11)V99 COMP-3.
       01  WS-UNM-STMT-DR                        PIC S9(11)V99 COMP-3.
       01  WS-UNM-BOOK-IN                        PIC S9(11)V99 COMP-3.
       01  WS-UNM-BOOK-OUT                       PIC S9(11)V99 COMP-3.
       01  WS-WIRE-EFF-DATE                      PIC X(10).
       01  WS-MATCH-NOTE                         PIC X(30).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBConnect does for   *
      * the interactive screens.                                      *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD AND NOT WS-JOB-HAD-ERROR
                   PERFORM P100-LOAD-STATEMENT THRU LOAD-STATEMENT-EXIT
               END-IF
               IF WS-STMT-LOADED AND NOT WS-JOB-HAD-ERROR
                   PERFORM P200-MATCH-ENTRIES
                   PERFORM P300-BOOK-SIDE
                   PERFORM P400-BOOK-BALANCE
               END-IF
               PERFORM P500-PROOF-REPORT THRU PROOF-REPORT-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DNOST02P - unable to connect, nostro run aborted'
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
      * Check the file in with the inbound file registry before any
      * of it posts.  A file already posted is refused and one
      * quarantined waits for an operator on the Inbound Files
      * screen - either way this run posts nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'NOSTRO  '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DNOST02P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DNOST02P - statement not loaded: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Load the statement - header, entries, trailer - and prove it
      * to itself before anything is paired.  No file today is a day
      * with no statement; the proof still reports the last one.
      *=================================================================
       P100-LOAD-STATEMENT.
           OPEN INPUT NOSTROIN.

           IF NOT WS-IN-OK
               DISPLAY 'DNOST02P - no nostro statement today ('
                       WS-IN-STATUS ')'
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           PERFORM P105-READ-STATEMENT.

           IF WS-AT-EOF OR NIN-REC-TYPE NOT = 'H'
               DISPLAY 'DNOST02P - statement has no header record'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE NOSTROIN
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           IF NIH-OPEN-BAL IS NOT NUMERIC OR
              (NIH-OPEN-SIGN NOT = '+' AND NIH-OPEN-SIGN NOT = '-')
               DISPLAY 'DNOST02P - opening balance is not numeric'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE NOSTROIN
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           MOVE NIH-STMT-DATE TO WS-STMT-DATE.
           MOVE NIH-STMT-DATE TO DCL-NSB-STMT-DATE.
           MOVE NIH-ACCOUNT   TO DCL-NSB-ACCOUNT.
           IF NIH-OPEN-SIGN = '-'
               COMPUTE DCL-NSB-OPEN-BAL = ZERO - NIH-OPEN-BAL-N
           ELSE
               MOVE NIH-OPEN-BAL-N TO DCL-NSB-OPEN-BAL
           END-IF.

           PERFORM P110-CHECK-STATEMENT-DATE.

           IF WS-JOB-HAD-ERROR OR WS-LATER-COUNT > ZERO
               CLOSE NOSTROIN
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           PERFORM P105-READ-STATEMENT.

           PERFORM P120-LOAD-RECORD
               UNTIL WS-AT-EOF OR WS-JOB-HAD-ERROR.

           CLOSE NOSTROIN.

           IF WS-JOB-HAD-ERROR
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           IF NOT WS-TRAILER-SEEN
               DISPLAY 'DNOST02P - statement has no trailer record'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           IF NIT-COUNT-N NOT = WS-READ-COUNT
               DISPLAY 'DNOST02P - trailer count ' NIT-COUNT
                       ' does not agree with entries read'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           COMPUTE WS-STMT-CHECK =
               DCL-NSB-OPEN-BAL + WS-STMT-CREDITS - WS-STMT-DEBITS.

           IF WS-STMT-CHECK NOT = DCL-NSB-CLOSE-BAL
               DISPLAY 'DNOST02P - statement does not add up to its'
                       ' closing balance'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO LOAD-STATEMENT-EXIT
           END-IF.

           SET WS-STMT-LOADED TO TRUE.

           DISPLAY 'DNOST02P - statement ' WS-STMT-DATE
                   ' loaded, entries: ' WS-READ-COUNT.

       LOAD-STATEMENT-EXIT.
           EXIT.

       P105-READ-STATEMENT.
           READ NOSTROIN
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A statement already loaded, or older than one that has been,
      * is not loaded again; the previous statement and the first
      * one ever loaded bound the book roll and the book-side search.
      *-----------------------------------------------------------------
       P110-CHECK-STATEMENT-DATE.
           MOVE ZERO TO WS-LATER-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LATER-COUNT
                  FROM BNKNOSBL
                 WHERE NSB_STMT_DATE >= :WS-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-LATER-COUNT > ZERO
               DISPLAY 'DNOST02P - statement ' WS-STMT-DATE
                       ' is not after the last one loaded, skipped'
           ELSE
               EXEC SQL
                    SELECT COALESCE(MAX(NSB_STMT_DATE), ' '),
                           COALESCE(MIN(NSB_STMT_DATE), ' ')
                      INTO :WS-PREV-DATE, :WS-FIRST-DATE
                      FROM BNKNOSBL
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One statement record after the header.
      *-----------------------------------------------------------------
       P120-LOAD-RECORD.
           EVALUATE NIN-REC-TYPE
               WHEN 'D'
                   PERFORM P130-LOAD-ENTRY
               WHEN 'T'
                   SET WS-TRAILER-SEEN TO TRUE
                   IF NIT-CLOSE-BAL IS NOT NUMERIC OR
                      NIT-COUNT IS NOT NUMERIC
                       DISPLAY 'DNOST02P - trailer is not numeric'
                       MOVE 'Y' TO WS-JOB-ERROR-SW
                   ELSE
                       IF NIT-CLOSE-SIGN = '-'
                           COMPUTE DCL-NSB-CLOSE-BAL =
                               ZERO - NIT-CLOSE-BAL-N
                       ELSE
                           MOVE NIT-CLOSE-BAL-N TO DCL-NSB-CLOSE-BAL
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM P105-READ-STATEMENT.

       P130-LOAD-ENTRY.
           ADD 1 TO WS-READ-COUNT.

           IF NIE-AMOUNT IS NOT NUMERIC OR
              (NIE-DC NOT = 'D' AND NIE-DC NOT = 'C')
               DISPLAY 'DNOST02P - entry ' WS-READ-COUNT
                       ' has no valid amount or side'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE WS-STMT-DATE   TO DCL-NSL-STMT-DATE
               MOVE WS-READ-COUNT  TO DCL-NSL-SEQ
               MOVE NIE-VALUE-DATE TO DCL-NSL-VALUE-DATE
               MOVE NIE-DC         TO DCL-NSL-DC
               MOVE NIE-TYPE       TO DCL-NSL-TYPE
               IF NOT DCL-NSL-WIRE AND NOT DCL-NSL-CHARGE
                   SET DCL-NSL-OTHER TO TRUE
               END-IF
               MOVE NIE-AMOUNT-N   TO DCL-NSL-AMOUNT
               IF NIE-CHARGES IS NUMERIC
                   MOVE NIE-CHARGES-N TO DCL-NSL-CHARGES
               ELSE
                   MOVE ZERO          TO DCL-NSL-CHARGES
               END-IF
               MOVE NIE-REF        TO DCL-NSL-REF
               SET DCL-NSL-UNMATCHED TO TRUE
               IF DCL-NSL-CREDIT
                   ADD DCL-NSL-AMOUNT TO WS-STMT-CREDITS
               ELSE
                   ADD DCL-NSL-AMOUNT TO WS-STMT-DEBITS
               END-IF
               EXEC SQL
                    INSERT INTO BNKNOSTM (
                      NSL_STMT_DATE,
                      NSL_SEQ,
                      NSL_VALUE_DATE,
                      NSL_DC,
                      NSL_TYPE,
                      NSL_AMOUNT,
                      NSL_CHARGES,
                      NSL_REF,
                      NSL_STATUS
                    ) VALUES (
                      :DCL-NSL-STMT-DATE,
                      :DCL-NSL-SEQ,
                      :DCL-NSL-VALUE-DATE,
                      :DCL-NSL-DC,
                      :DCL-NSL-TYPE,
                      :DCL-NSL-AMOUNT,
                      :DCL-NSL-CHARGES,
                      :DCL-NSL-REF,
                      :DCL-NSL-STATUS)
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Pair every unmatched statement entry - today's and those
      * still open from earlier statements.
      *=================================================================
       P200-MATCH-ENTRIES.
           EXEC SQL
                DECLARE NSL_CSR CURSOR FOR
                SELECT NSL_STMT_DATE, NSL_SEQ, NSL_VALUE_DATE, NSL_DC,
                       NSL_TYPE, NSL_AMOUNT, NSL_CHARGES, NSL_REF
                FROM BNKNOSTM
                WHERE NSL_STATUS = 'U'
                  AND NSL_STMT_DATE <= :WS-STMT-DATE
                ORDER BY NSL_STMT_DATE, NSL_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NSL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P205-FETCH-LINE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE NSL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-ONE-ENTRY THRU ONE-ENTRY-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-COUNT OR WS-JOB-HAD-ERROR.

       P205-FETCH-LINE.
           EXEC SQL
                FETCH NSL_CSR
                INTO :DCL-NSL-STMT-DATE, :DCL-NSL-SEQ,
                     :DCL-NSL-VALUE-DATE, :DCL-NSL-DC, :DCL-NSL-TYPE,
                     :DCL-NSL-AMOUNT, :DCL-NSL-CHARGES, :DCL-NSL-REF
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-LINE-COUNT < 2000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE DCL-NSL-STMT-DATE
                     TO WS-LN-STMT-DATE(WS-LINE-COUNT)
                   MOVE DCL-NSL-SEQ     TO WS-LN-SEQ(WS-LINE-COUNT)
                   MOVE DCL-NSL-VALUE-DATE
                     TO WS-LN-VALUE-DATE(WS-LINE-COUNT)
                   MOVE DCL-NSL-DC      TO WS-LN-DC(WS-LINE-COUNT)
                   MOVE DCL-NSL-TYPE    TO WS-LN-TYPE(WS-LINE-COUNT)
                   MOVE DCL-NSL-AMOUNT  TO WS-LN-AMOUNT(WS-LINE-COUNT)
                   MOVE DCL-NSL-CHARGES TO WS-LN-CHARGES(WS-LINE-COUNT)
                   MOVE DCL-NSL-REF     TO WS-LN-REF(WS-LINE-COUNT)
               ELSE
      *            The rest are paired on the next run.
                   DISPLAY 'DNOST02P - over 2000 unmatched entries, '
                           'the rest wait for the next run'
                   MOVE +100 TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One entry - a charge posts, a wire pairs with its BNKWIRE row
      * or goes to the worklist, anything else goes to the worklist.
      *-----------------------------------------------------------------
       P210-ONE-ENTRY.
           MOVE WS-LN-STMT-DATE(WS-SUB)  TO DCL-NSL-STMT-DATE.
           MOVE WS-LN-SEQ(WS-SUB)        TO DCL-NSL-SEQ.
           MOVE WS-LN-DC(WS-SUB)         TO DCL-NSL-DC.
           MOVE WS-LN-TYPE(WS-SUB)       TO DCL-NSL-TYPE.
           MOVE WS-LN-AMOUNT(WS-SUB)     TO DCL-NSL-AMOUNT.
           MOVE WS-LN-CHARGES(WS-SUB)    TO DCL-NSL-CHARGES.
           MOVE WS-LN-REF(WS-SUB)        TO DCL-NSL-REF.
           MOVE WS-LN-VALUE-DATE(WS-SUB) TO DCL-NSL-VALUE-DATE.

           IF DCL-NSL-CHARGE
               PERFORM P240-POST-CHARGE-ENTRY
               GO TO ONE-ENTRY-EXIT
           END-IF.

           IF DCL-NSL-OTHER
               MOVE 'Not a wire - review the entry' TO WS-EXC-REASON
               PERFORM P250-RAISE-STATEMENT-EXC
               GO TO ONE-ENTRY-EXIT
           END-IF.

           IF DCL-NSL-REF = SPACES
               MOVE 'Wire entry carries no reference' TO WS-EXC-REASON
               PERFORM P250-RAISE-STATEMENT-EXC
               GO TO ONE-ENTRY-EXIT
           END-IF.

      *    Money out is an outbound wire plus the correspondent's
      *    charges; money in is an inbound wire less them.
           MOVE DCL-NSL-REF TO DCL-WIR-REF.
           IF DCL-NSL-DEBIT
               SET DCL-WIR-OUTBOUND TO TRUE
           ELSE
               SET DCL-WIR-INBOUND  TO TRUE
           END-IF.

           EXEC SQL
                SELECT WIR_AMOUNT,
                       COALESCE(NULLIF(WIR_VALUE_DATE, ' '),
                                CHAR(DATE(WIR_CREATED_TS)))
                  INTO :DCL-WIR-AMOUNT, :WS-WIRE-EFF-DATE
                  FROM BNKWIRE
                 WHERE WIR_REF         = :DCL-WIR-REF
                   AND WIR_DIRECTION   = :DCL-WIR-DIRECTION
                   AND WIR_NOSTRO_DATE = ' '
                   AND ((WIR_DIRECTION = 'O'
                         AND WIR_STATUS IN ('S', 'D'))
                     OR (WIR_DIRECTION = 'I'
                         AND WIR_STATUS IN ('D', 'X')))
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No wire in the book for the ref' TO WS-EXC-REASON
               PERFORM P250-RAISE-STATEMENT-EXC
               GO TO ONE-ENTRY-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO ONE-ENTRY-EXIT
           END-IF.

           IF (DCL-NSL-DEBIT AND
               DCL-NSL-AMOUNT - DCL-NSL-CHARGES NOT = DCL-WIR-AMOUNT)
           OR (DCL-NSL-CREDIT AND
               DCL-NSL-AMOUNT + DCL-NSL-CHARGES NOT = DCL-WIR-AMOUNT)
               MOVE 'Amount differs from the wire' TO WS-EXC-REASON
               PERFORM P250-RAISE-STATEMENT-EXC
               GO TO ONE-ENTRY-EXIT
           END-IF.

           IF DCL-NSL-VALUE-DATE NOT = WS-WIRE-EFF-DATE
               MOVE 'Value date differs from the wire'
                 TO WS-EXC-REASON
               PERFORM P250-RAISE-STATEMENT-EXC
               GO TO ONE-ENTRY-EXIT
           END-IF.

           PERFORM P220-MATCH-WIRE.

       ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A pair - the wire is stamped with the statement, the entry is
      * matched, the charges are journalled and any open item on
      * either side clears.
      *-----------------------------------------------------------------
       P220-MATCH-WIRE.
           MOVE WS-STMT-DATE TO DCL-WIR-NOSTRO-DATE.

           EXEC SQL
                UPDATE BNKWIRE
                   SET WIR_NOSTRO_DATE = :DCL-WIR-NOSTRO-DATE
                 WHERE WIR_REF         = :DCL-WIR-REF
                   AND WIR_DIRECTION   = :DCL-WIR-DIRECTION
                   AND WIR_NOSTRO_DATE = ' '
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-STMT-DATE TO DCL-NSL-POSTED-DATE.

           EXEC SQL
                UPDATE BNKNOSTM
                   SET NSL_STATUS      = 'M',
                       NSL_POSTED_DATE = :DCL-NSL-POSTED-DATE
                 WHERE NSL_STMT_DATE = :DCL-NSL-STMT-DATE
                   AND NSL_SEQ       = :DCL-NSL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF DCL-NSL-CHARGES > ZERO AND NOT WS-JOB-HAD-ERROR
               MOVE GL-CORRESP-CHARGES TO GLJN01I-DR-ACCOUNT
               MOVE GL-CASH-CLEARING   TO GLJN01I-CR-ACCOUNT
               MOVE DCL-NSL-CHARGES    TO GLJN01I-AMOUNT
               PERFORM P260-JOURNAL-CHARGE
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM P230-CLEAR-EXCEPTIONS
           END-IF.

       P230-CLEAR-EXCEPTIONS.
           MOVE SPACES TO WS-MATCH-NOTE.
           STRING 'Matched on statement '  DELIMITED BY SIZE
                  WS-STMT-DATE             DELIMITED BY SIZE
             INTO WS-MATCH-NOTE.

           EXEC SQL
                UPDATE BNKNOSEX
                   SET NSX_STATUS      = 'C',
                       NSX_DISPOSITION = :WS-MATCH-NOTE,
                       NSX_RESOLVED_TS = CURRENT TIMESTAMP
                 WHERE NSX_STATUS = 'O'
                   AND ((NSX_SIDE      = 'S'
                         AND NSX_STMT_DATE = :DCL-NSL-STMT-DATE
                         AND NSX_SEQ       = :DCL-NSL-SEQ)
                     OR (NSX_SIDE      = 'B'
                         AND NSX_REF       = :DCL-WIR-REF))
           END-EXEC.

           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WS-CLEARED-COUNT
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * A charge on its own - money out is an expense, money in a
      * refund of one.
      *-----------------------------------------------------------------
       P240-POST-CHARGE-ENTRY.
           IF DCL-NSL-DEBIT
               MOVE GL-CORRESP-CHARGES TO GLJN01I-DR-ACCOUNT
               MOVE GL-CASH-CLEARING   TO GLJN01I-CR-ACCOUNT
           ELSE
               MOVE GL-CASH-CLEARING   TO GLJN01I-DR-ACCOUNT
               MOVE GL-CORRESP-CHARGES TO GLJN01I-CR-ACCOUNT
           END-IF.
           MOVE DCL-NSL-AMOUNT TO GLJN01I-AMOUNT.

           PERFORM P260-JOURNAL-CHARGE.

           IF NOT WS-JOB-HAD-ERROR
               MOVE WS-STMT-DATE TO DCL-NSL-POSTED-DATE
               EXEC SQL
                    UPDATE BNKNOSTM
                       SET NSL_STATUS      = 'F',
                           NSL_POSTED_DATE = :DCL-NSL-POSTED-DATE
                     WHERE NSL_STMT_DATE = :DCL-NSL-STMT-DATE
                       AND NSL_SEQ       = :DCL-NSL-SEQ
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * An entry that cannot be paired - one worklist item per entry,
      * raised once; an item already dispositioned is not raised
      * again.
      *-----------------------------------------------------------------
       P250-RAISE-STATEMENT-EXC.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKNOSEX
                 WHERE NSX_SIDE      = 'S'
                   AND NSX_STMT_DATE = :DCL-NSL-STMT-DATE
                   AND NSX_SEQ       = :DCL-NSL-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-ROW-COUNT = ZERO AND NOT WS-JOB-HAD-ERROR
               SET DCL-NSX-STATEMENT-SIDE TO TRUE
               MOVE DCL-NSL-REF        TO DCL-NSX-REF
               MOVE DCL-NSL-STMT-DATE  TO DCL-NSX-STMT-DATE
               MOVE DCL-NSL-SEQ        TO DCL-NSX-SEQ
               MOVE DCL-NSL-DC         TO DCL-NSX-DC
               MOVE DCL-NSL-AMOUNT     TO DCL-NSX-AMOUNT
               MOVE DCL-NSL-VALUE-DATE TO DCL-NSX-VALUE-DATE
               MOVE WS-EXC-REASON      TO DCL-NSX-REASON
               PERFORM P270-INSERT-EXCEPTION
           END-IF.

       P260-JOURNAL-CHARGE.
           MOVE SPACES TO WS-GLJN-ERRMSG.
           MOVE 'DNOST02P'  TO GLJN01I-SOURCE.
           MOVE 'W'         TO GLJN01I-CATEGORY.
           MOVE SPACES      TO GLJN01I-ACCNO.
           MOVE DCL-NSL-REF TO GLJN01I-REF.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-GLJN-ERRMSG.

           IF WS-GLJN-ERRMSG NOT = SPACES
               DISPLAY 'DNOST02P - journal failed: ' WS-GLJN-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1              TO WS-CHARGE-COUNT
               ADD GLJN01I-AMOUNT TO WS-CHARGES-POSTED
           END-IF.

       P270-INSERT-EXCEPTION.
           SET DCL-NSX-OPEN TO TRUE.

           EXEC SQL
                INSERT INTO BNKNOSEX (
                  NSX_SIDE,
                  NSX_REF,
                  NSX_STMT_DATE,
                  NSX_SEQ,
                  NSX_DC,
                  NSX_AMOUNT,
                  NSX_VALUE_DATE,
                  NSX_REASON,
                  NSX_STATUS,
                  NSX_CREATED_TS
                ) VALUES (
                  :DCL-NSX-SIDE,
                  :DCL-NSX-REF,
                  :DCL-NSX-STMT-DATE,
                  :DCL-NSX-SEQ,
                  :DCL-NSX-DC,
                  :DCL-NSX-AMOUNT,
                  :DCL-NSX-VALUE-DATE,
                  :DCL-NSX-REASON,
                  :DCL-NSX-STATUS,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               ADD 1 TO WS-NEW-EXC-COUNT
           END-IF.

      *=================================================================
      * The book side - wires valued before this statement, since
      * the first statement was loaded, that no statement has shown
      * and no open entry names.  A wire valued on the statement day
      * itself is given until the next statement.
      *=================================================================
       P300-BOOK-SIDE.
           IF WS-FIRST-DATE = SPACES
               MOVE WS-STMT-DATE TO WS-FIRST-DATE
           END-IF.

           EXEC SQL
                DECLARE NBK_CSR CURSOR FOR
                SELECT W.WIR_REF, W.WIR_DIRECTION, W.WIR_AMOUNT,
                       COALESCE(NULLIF(W.WIR_VALUE_DATE, ' '),
                                CHAR(DATE(W.WIR_CREATED_TS)))
                FROM BNKWIRE W
                WHERE W.WIR_NOSTRO_DATE = ' '
                  AND ((W.WIR_DIRECTION = 'O'
                        AND W.WIR_STATUS IN ('S', 'D'))
                    OR (W.WIR_DIRECTION = 'I'
                        AND W.WIR_STATUS IN ('D', 'X')))
                  AND COALESCE(NULLIF(W.WIR_VALUE_DATE, ' '),
                               CHAR(DATE(W.WIR_CREATED_TS)))
                      >= :WS-FIRST-DATE
                  AND COALESCE(NULLIF(W.WIR_VALUE_DATE, ' '),
                               CHAR(DATE(W.WIR_CREATED_TS)))
                      < :WS-STMT-DATE
                  AND NOT EXISTS
                      (SELECT 1 FROM BNKNOSTM L
                        WHERE L.NSL_REF    = W.WIR_REF
                          AND L.NSL_STATUS = 'U')
                  AND NOT EXISTS
                      (SELECT 1 FROM BNKNOSEX X
                        WHERE X.NSX_SIDE = 'B'
                          AND X.NSX_REF  = W.WIR_REF)
                ORDER BY W.WIR_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NBK_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P305-FETCH-BOOK
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE NBK_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-RAISE-BOOK-EXC
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BOOK-COUNT OR WS-JOB-HAD-ERROR.

       P305-FETCH-BOOK.
           EXEC SQL
                FETCH NBK_CSR
                INTO :DCL-WIR-REF, :DCL-WIR-DIRECTION,
                     :DCL-WIR-AMOUNT, :WS-WIRE-EFF-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-BOOK-COUNT < 2000
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE DCL-WIR-REF    TO WS-BK-REF(WS-BOOK-COUNT)
                   MOVE DCL-WIR-DIRECTION
                     TO WS-BK-DIRECTION(WS-BOOK-COUNT)
                   MOVE DCL-WIR-AMOUNT TO WS-BK-AMOUNT(WS-BOOK-COUNT)
                   MOVE WS-WIRE-EFF-DATE
                     TO WS-BK-VALUE-DATE(WS-BOOK-COUNT)
               ELSE
      *            The rest are raised on the next run.
                   MOVE +100 TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P310-RAISE-BOOK-EXC.
           SET DCL-NSX-BOOK-SIDE TO TRUE.
           MOVE WS-BK-REF(WS-SUB)        TO DCL-NSX-REF.
           MOVE WS-STMT-DATE             TO DCL-NSX-STMT-DATE.
           MOVE ZERO                     TO DCL-NSX-SEQ.
           IF WS-BK-DIRECTION(WS-SUB) = 'O'
               MOVE 'D'                  TO DCL-NSX-DC
           ELSE
               MOVE 'C'                  TO DCL-NSX-DC
           END-IF.
           MOVE WS-BK-AMOUNT(WS-SUB)     TO DCL-NSX-AMOUNT.
           MOVE WS-BK-VALUE-DATE(WS-SUB) TO DCL-NSX-VALUE-DATE.
           MOVE 'Wire not on the statement' TO DCL-NSX-REASON.

           PERFORM P270-INSERT-EXCEPTION.

      *=================================================================
      * Roll the book balance forward from the previous statement -
      * the first statement takes it on at the correspondent's
      * opening balance - by the wires valued since, less the
      * charges journalled, plus or minus the entries posted from
      * the worklist, and record the day.
      *=================================================================
       P400-BOOK-BALANCE.
           IF WS-PREV-DATE = SPACES
               MOVE DCL-NSB-OPEN-BAL TO WS-PREV-BOOK
               MOVE WS-STMT-DATE     TO WS-LOW-DATE
           ELSE
               EXEC SQL
                    SELECT NSB_BOOK_BAL
                      INTO :WS-PREV-BOOK
                      FROM BNKNOSBL
                     WHERE NSB_STMT_DATE = :WS-PREV-DATE
               END-EXEC
               PERFORM P800-ERROR-CHECK
               MOVE WS-PREV-DATE TO WS-NEXT-DATE-X
               PERFORM P410-NEXT-DAY
               MOVE WS-NEXT-DATE-X TO WS-LOW-DATE
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN WIR_DIRECTION = 'I'
                                         THEN WIR_AMOUNT ELSE 0 END),
                                0),
                       COALESCE(SUM(CASE WHEN WIR_DIRECTION = 'O'
                                         THEN WIR_AMOUNT ELSE 0 END),
                                0)
                  INTO :WS-WIRES-IN, :WS-WIRES-OUT
                  FROM BNKWIRE
                 WHERE ((WIR_DIRECTION = 'O'
                         AND WIR_STATUS IN ('S', 'D'))
                     OR (WIR_DIRECTION = 'I'
                         AND WIR_STATUS IN ('D', 'X')))
                   AND COALESCE(NULLIF(WIR_VALUE_DATE, ' '),
                                CHAR(DATE(WIR_CREATED_TS)))
                       BETWEEN :WS-LOW-DATE AND :WS-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN NSL_STATUS = 'M'
                                         THEN NSL_CHARGES ELSE 0 END),
                                0),
                       COALESCE(SUM(CASE WHEN NSL_STATUS = 'F'
                                          AND NSL_DC = 'C'
                                         THEN NSL_AMOUNT
                                         WHEN NSL_STATUS = 'F'
                                         THEN 0 - NSL_AMOUNT
                                         ELSE 0 END),
                                0)
                  INTO :WS-WIRE-CHARGES, :WS-CHARGE-LINES
                  FROM BNKNOSTM
                 WHERE NSL_STATUS IN ('M', 'F')
                   AND NSL_POSTED_DATE = :WS-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    Entries posted from the worklist since the last run are
      *    taken on today and stamped so they are taken on once.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN NSL_DC = 'C'
                                         THEN NSL_AMOUNT
                                         ELSE 0 - NSL_AMOUNT END),
                                0)
                  INTO :WS-ADJUSTMENTS
                  FROM BNKNOSTM
                 WHERE NSL_STATUS      = 'P'
                   AND NSL_POSTED_DATE = ' '
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                UPDATE BNKNOSTM
                   SET NSL_POSTED_DATE = :WS-STMT-DATE
                 WHERE NSL_STATUS      = 'P'
                   AND NSL_POSTED_DATE = ' '
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           COMPUTE DCL-NSB-BOOK-BAL =
               WS-PREV-BOOK + WS-WIRES-IN - WS-WIRES-OUT
               - WS-WIRE-CHARGES + WS-CHARGE-LINES + WS-ADJUSTMENTS.

           EXEC SQL
                INSERT INTO BNKNOSBL (
                  NSB_STMT_DATE,
                  NSB_ACCOUNT,
                  NSB_OPEN_BAL,
                  NSB_CLOSE_BAL,
                  NSB_BOOK_BAL,
                  NSB_LOADED_TS
                ) VALUES (
                  :DCL-NSB-STMT-DATE,
                  :DCL-NSB-ACCOUNT,
                  :DCL-NSB-OPEN-BAL,
                  :DCL-NSB-CLOSE-BAL,
                  :DCL-NSB-BOOK-BAL,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The calendar day after WS-NEXT-DATE-X, in place.
      *-----------------------------------------------------------------
       P410-NEXT-DAY.
           MOVE WS-MONTH-DAYS(WS-NEXT-MM) TO WS-MONTH-LAST-DAY.

           IF WS-NEXT-MM = 2
               DIVIDE WS-NEXT-YYYY BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-NEXT-YYYY BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   ELSE
                       DIVIDE WS-NEXT-YYYY BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-NEXT-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-NEXT-DD
           ELSE
               MOVE 1 TO WS-NEXT-DD
               IF WS-NEXT-MM < 12
                   ADD 1 TO WS-NEXT-MM
               ELSE
                   MOVE 1 TO WS-NEXT-MM
                   ADD 1 TO WS-NEXT-YYYY
               END-IF
           END-IF.

      *=================================================================
      * NOSTRO.RPT - the proof of the latest statement loaded, then
      * the open worklist with its age.
      *=================================================================
       P500-PROOF-REPORT.
           OPEN OUTPUT NOSTRORPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DNOST02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO PROOF-REPORT-EXIT
           END-IF.

           IF NOT WS-STMT-LOADED OR WS-JOB-HAD-ERROR
               MOVE SPACES TO NOSTRORPT-RECORD
               STRING 'NOSTRO PROOF - NO STATEMENT LOADED THIS RUN'
                        DELIMITED BY SIZE
                 INTO NOSTRORPT-RECORD
               WRITE NOSTRORPT-RECORD
               CLOSE NOSTRORPT
               GO TO PROOF-REPORT-EXIT
           END-IF.

           MOVE SPACES TO NOSTRORPT-RECORD.
           STRING 'NOSTRO PROOF - STATEMENT ' DELIMITED BY SIZE
                  WS-STMT-DATE               DELIMITED BY SIZE
                  '   ACCOUNT '              DELIMITED BY SIZE
                  DCL-NSB-ACCOUNT            DELIMITED BY SIZE
             INTO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.
           MOVE SPACES TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           PERFORM P510-RECONCILING-ITEMS.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'CORRESPONDENT OPENING BALANCE' TO PRF-LABEL.
           MOVE DCL-NSB-OPEN-BAL  TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'CORRESPONDENT CLOSING BALANCE' TO PRF-LABEL.
           MOVE DCL-NSB-CLOSE-BAL TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'BOOK BALANCE OF THE NOSTRO' TO PRF-LABEL.
           MOVE DCL-NSB-BOOK-BAL  TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'ADD  credits on statement not in book'
             TO PRF-LABEL.
           MOVE WS-UNM-STMT-CR    TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'LESS debits on statement not in book'
             TO PRF-LABEL.
           MOVE WS-UNM-STMT-DR    TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'LESS wires in, in book, not on statement'
             TO PRF-LABEL.
           MOVE WS-UNM-BOOK-IN    TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'ADD  wires out, in book, not on statement'
             TO PRF-LABEL.
           MOVE WS-UNM-BOOK-OUT   TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           COMPUTE WS-ADJUSTED-BOOK =
               DCL-NSB-BOOK-BAL + WS-UNM-STMT-CR - WS-UNM-STMT-DR
               - WS-UNM-BOOK-IN + WS-UNM-BOOK-OUT.
           COMPUTE WS-PROOF-DIFF =
               DCL-NSB-CLOSE-BAL - WS-ADJUSTED-BOOK.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'ADJUSTED BOOK BALANCE' TO PRF-LABEL.
           MOVE WS-ADJUSTED-BOOK  TO PRF-AMOUNT.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'DIFFERENCE TO CORRESPONDENT' TO PRF-LABEL.
           MOVE WS-PROOF-DIFF     TO PRF-AMOUNT.
           IF WS-PROOF-DIFF = ZERO
               MOVE 'PROVED'                 TO PRF-NOTE
           ELSE
               MOVE '*** UNEXPLAINED DIFFERENCE ***' TO PRF-NOTE
           END-IF.
           WRITE NOSTRORPT-RECORD FROM WS-PROOF-LINE.

           MOVE SPACES TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           MOVE WS-READ-COUNT    TO WS-CNT-DSP.
           MOVE WS-MATCHED-COUNT TO WS-CNT-DSP2.
           MOVE WS-NEW-EXC-COUNT TO WS-CNT-DSP3.
           MOVE WS-CLEARED-COUNT TO WS-CNT-DSP4.
           MOVE SPACES TO NOSTRORPT-RECORD.
           STRING 'ENTRIES: '        DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   MATCHED: '     DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   NEW EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
                  '   CLEARED: '     DELIMITED BY SIZE
                  WS-CNT-DSP4        DELIMITED BY SIZE
             INTO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           MOVE WS-CHARGE-COUNT   TO WS-CNT-DSP.
           MOVE WS-CHARGES-POSTED TO WS-AMT-DSP.
           MOVE SPACES TO NOSTRORPT-RECORD.
           STRING 'CORRESPONDENT CHARGES JOURNALLED: ' DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   AMOUNT: '      DELIMITED BY SIZE
                  WS-AMT-DSP         DELIMITED BY SIZE
             INTO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           PERFORM P520-OPEN-EXCEPTIONS.

           CLOSE NOSTRORPT.

           DISPLAY 'DNOST02P - nostro proof written, difference: '
                   PRF-AMOUNT.

       PROOF-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * What the correspondent shows that the book does not, and the
      * other way round.
      *-----------------------------------------------------------------
       P510-RECONCILING-ITEMS.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN NSL_DC = 'C'
                                         THEN NSL_AMOUNT ELSE 0 END),
                                0),
                       COALESCE(SUM(CASE WHEN NSL_DC = 'D'
                                         THEN NSL_AMOUNT ELSE 0 END),
                                0)
                  INTO :WS-UNM-STMT-CR, :WS-UNM-STMT-DR
                  FROM BNKNOSTM
                 WHERE NSL_STATUS = 'U'
                   AND NSL_STMT_DATE <= :WS-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN WIR_DIRECTION = 'I'
                                         THEN WIR_AMOUNT ELSE 0 END),
                                0),
                       COALESCE(SUM(CASE WHEN WIR_DIRECTION = 'O'
                                         THEN WIR_AMOUNT ELSE 0 END),
                                0)
                  INTO :WS-UNM-BOOK-IN, :WS-UNM-BOOK-OUT
                  FROM BNKWIRE
                 WHERE WIR_NOSTRO_DATE = ' '
                   AND ((WIR_DIRECTION = 'O'
                         AND WIR_STATUS IN ('S', 'D'))
                     OR (WIR_DIRECTION = 'I'
                         AND WIR_STATUS IN ('D', 'X')))
                   AND COALESCE(NULLIF(WIR_VALUE_DATE, ' '),
                                CHAR(DATE(WIR_CREATED_TS)))
                       BETWEEN :WS-FIRST-DATE AND :WS-STMT-DATE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * The open worklist, oldest first, with its age and how the
      * ages fall.
      *-----------------------------------------------------------------
       P520-OPEN-EXCEPTIONS.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-SERIAL =
               (WS-SYSDATE-YYYY * 360) + (WS-SYSDATE-MM * 30)
               + WS-SYSDATE-DD.

           MOVE SPACES TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.
           MOVE 'OPEN NOSTRO EXCEPTIONS' TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.
           MOVE SPACES TO NOSTRORPT-RECORD.
           STRING 'SIDE      REF / LINE            DC       AMOUNT  '
                    DELIMITED BY SIZE
                  'VALUE DATE    AGE  REASON' DELIMITED BY SIZE
             INTO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

           EXEC SQL
                DECLARE NEX_CSR CURSOR FOR
                SELECT NSX_SIDE, NSX_REF, NSX_STMT_DATE, NSX_SEQ,
                       NSX_DC, NSX_AMOUNT, NSX_VALUE_DATE, NSX_REASON,
                       NSX_CREATED_TS
                FROM BNKNOSEX
                WHERE NSX_STATUS = 'O'
                ORDER BY NSX_CREATED_TS, NSX_SIDE, NSX_STMT_DATE,
                         NSX_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NEX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P530-FETCH-EXCEPTION
               UNTIL SQLCODE NOT EQUAL ZERO.

           EXEC SQL
                CLOSE NEX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES TO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.
           MOVE WS-AGE-0-2     TO WS-CNT-DSP.
           MOVE WS-AGE-3-7     TO WS-CNT-DSP2.
           MOVE WS-AGE-8-30    TO WS-CNT-DSP3.
           MOVE WS-AGE-OVER-30 TO WS-CNT-DSP4.
           MOVE SPACES TO NOSTRORPT-RECORD.
           STRING 'AGEING  0-2 DAYS: '  DELIMITED BY SIZE
                  WS-CNT-DSP            DELIMITED BY SIZE
                  '   3-7: '            DELIMITED BY SIZE
                  WS-CNT-DSP2           DELIMITED BY SIZE
                  '   8-30: '           DELIMITED BY SIZE
                  WS-CNT-DSP3           DELIMITED BY SIZE
                  '   OVER 30: '        DELIMITED BY SIZE
                  WS-CNT-DSP4           DELIMITED BY SIZE
             INTO NOSTRORPT-RECORD.
           WRITE NOSTRORPT-RECORD.

       P530-FETCH-EXCEPTION.
           EXEC SQL
                FETCH NEX_CSR
                INTO :DCL-NSX-SIDE, :DCL-NSX-REF, :DCL-NSX-STMT-DATE,
                     :DCL-NSX-SEQ, :DCL-NSX-DC, :DCL-NSX-AMOUNT,
                     :DCL-NSX-VALUE-DATE, :DCL-NSX-REASON,
                     :DCL-NSX-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-OPEN-EXC-COUNT
               MOVE DCL-NSX-CREATED-TS(1:10) TO WS-OLD-DATE-X
               COMPUTE WS-OLD-SERIAL =
                   (WS-OLD-YYYY * 360) + (WS-OLD-MM * 30)
                   + WS-OLD-DD
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-OLD-SERIAL
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 3
                       ADD 1 TO WS-AGE-0-2
                   WHEN WS-AGE-DAYS < 8
                       ADD 1 TO WS-AGE-3-7
                   WHEN WS-AGE-DAYS < 31
                       ADD 1 TO WS-AGE-8-30
                   WHEN OTHER
                       ADD 1 TO WS-AGE-OVER-30
               END-EVALUATE
               MOVE SPACES TO WS-EXC-LINE
               IF DCL-NSX-STATEMENT-SIDE
                   MOVE 'STATEMENT' TO EXL-SIDE
                   MOVE DCL-NSX-SEQ TO WS-SEQ-DSP
                   STRING DCL-NSX-STMT-DATE DELIMITED BY SIZE
                          '/'               DELIMITED BY SIZE
                          WS-SEQ-DSP        DELIMITED BY SIZE
                     INTO EXL-KEY
               ELSE
                   MOVE 'BOOK'      TO EXL-SIDE
                   MOVE DCL-NSX-REF TO EXL-KEY
               END-IF
               MOVE DCL-NSX-DC         TO EXL-DC
               MOVE DCL-NSX-AMOUNT     TO EXL-AMOUNT
               MOVE DCL-NSX-VALUE-DATE TO EXL-VALUE-DATE
               MOVE WS-AGE-DAYS        TO EXL-AGE
               MOVE DCL-NSX-REASON     TO EXL-REASON
               WRITE NOSTRORPT-RECORD FROM WS-EXC-LINE
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DNOST02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the whole run as one unit of work, or roll it all back
      * if any part of it failed - a statement is loaded, paired and
      * proved together or not at all.
      *=================================================================
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
           MOVE 'NOSTRO  ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'NOSTRO  ' TO CD37I-JOB.
           MOVE WS-READ-COUNT     TO CD37I-ROWS-READ.
           MOVE WS-MATCHED-COUNT  TO CD37I-ROWS-POSTED.
           MOVE WS-NEW-EXC-COUNT  TO CD37I-ROWS-REJECTED.
           MOVE WS-CHARGES-POSTED TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
