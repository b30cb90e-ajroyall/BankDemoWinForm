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
001300* Program:     DCHQO02P.CBL                                    *
001400* Function:    Cheque printer dispatch confirmations - the      *
001500*              printer's CHQDISP.DAT carries one line per book  *
001600*              posted to the customer:                          *
001700*                col  1     'D'                                 *
001800*                cols 2-7   our order number, zoned             *
001900*                cols 8-16  account                             *
002000*                cols 17-22 first cheque number, zoned          *
002100*                cols 23-25 book size, zoned                    *
002200*                cols 26-35 dispatch date YYYY-MM-DD            *
002300*              after a header 'H' with the file date in cols    *
002400*              2-11 and a sequence number 9(6) in cols 12-17.   *
002500*              Each book is registered on BNKCHQ through        *
002600*              DBANK47P's dispatch function - only then can its *
002700*              cheques be presented.  A line that does not      *
002800*              match the order DCHQO01P sent (account, range or *
002900*              status) is rejected to CHQDISP.RPT for the       *
003000*              cheque-book desk.  The file is checked in with   *
003100*              the DINFL01P inbound file registry first, so a   *
003200*              rerun of the same file registers nothing.        *
003300*              SQL version - standalone batch step, connects    *
003400*              and disconnects itself.                          *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCHQO02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQDISP ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DISPRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQDISP.
       01  CHQDISP-RECORD.
           05  CHD-REC-TYPE                     PIC X(1).
           05  CHD-ORDER-NO                     PIC X(6).
           05  CHD-ORDER-NO-N REDEFINES CHD-ORDER-NO
                                                PIC 9(6).
           05  CHD-ACCNO                        PIC X(9).
           05  CHD-START-NO                     PIC X(6).
           05  CHD-START-NO-N REDEFINES CHD-START-NO
                                                PIC 9(6).
           05  CHD-BOOK-SIZE                    PIC X(3).
           05  CHD-BOOK-SIZE-N REDEFINES CHD-BOOK-SIZE
                                                PIC 9(3).
           05  CHD-DISPATCH-DTE                 PIC X(10).
           05  FILLER                           PIC X(45).

       FD  DISPRPT.
       01  DISPRPT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-IN-FILENAME                    PIC X(75)
                   VALUE "C:\BANK\DATA\CHQDISP.DAT".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CHQDISP.RPT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-RPT-SW                         PIC X(1) VALUE 'N'.
               88  WS-RPT-WRITTEN                VALUE 'Y'.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REGISTERED-COUNT               PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-REASON                  PIC X(45).
           05  WS-CNT-DSP                        PIC Z(6)9.

       01  WS-RPT-LINE.
           05  WS-RL-ORDER-NO                    PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ACCNO                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-START-NO                    PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-SIZE                        PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-REASON                      PIC X(45).

           COPY CBANKVC47.
           COPY CBANKVC37.

       01  BANK-ERRMSG                           PIC X(65).
       01  GOOD-ERRMSG                           PIC X(65).

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it is registered.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK21P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-DISPATCH THRU RUN-DISPATCH-EXIT
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DCHQO02P - unable to connect, dispatch run aborted'
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
      * of it is registered.  A file already processed is refused and
      * one quarantined waits for an operator on the Inbound Files
      * screen - either way this run registers nothing and ends
      * normally, committing the registry's row.
      *=================================================================
       P050-REGISTER-FILE.
           MOVE SPACES TO INFL01-DATA WS-INFL-ERRMSG WS-INFL-GOODMSG.
           SET INFL01I-CHECK-IN TO TRUE.
           MOVE 'CHQDISP '     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DCHQO02P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DCHQO02P - dispatch file not processed: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * One pass over the confirmation file.  No file tonight is a
      * night the printer posted nothing.
      *=================================================================
       P100-RUN-DISPATCH.
           OPEN INPUT CHQDISP.

           IF NOT WS-IN-OK
               DISPLAY 'DCHQO02P - no dispatch file tonight ('
                       WS-IN-STATUS ')'
               GO TO RUN-DISPATCH-EXIT
           END-IF.

           OPEN OUTPUT DISPRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCHQO02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE CHQDISP
               GO TO RUN-DISPATCH-EXIT
           END-IF.

           SET WS-RPT-WRITTEN TO TRUE.

           MOVE 'CHEQUE BOOK DISPATCH CONFIRMATIONS - REJECTED LINES'
             TO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.
           MOVE SPACES TO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.
           MOVE 'ORDER   ACCOUNT    FIRST   SIZE REASON'
             TO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.

           PERFORM P200-READ-DISPATCH.

           PERFORM P210-PROCESS-DISPATCH THRU PROCESS-DISPATCH-EXIT
               UNTIL WS-AT-EOF OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.
           MOVE WS-REGISTERED-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO DISPRPT-RECORD.
           STRING 'BOOKS REGISTERED: ' DELIMITED BY SIZE
                  WS-CNT-DSP           DELIMITED BY SIZE
             INTO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.
           MOVE WS-REJECT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO DISPRPT-RECORD.
           STRING 'LINES REJECTED:   ' DELIMITED BY SIZE
                  WS-CNT-DSP           DELIMITED BY SIZE
             INTO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.

           CLOSE CHQDISP.
           CLOSE DISPRPT.

           DISPLAY 'DCHQO02P - dispatch run complete, registered: '
                   WS-REGISTERED-COUNT ' rejected: ' WS-REJECT-COUNT.

       RUN-DISPATCH-EXIT.
           EXIT.

       P200-READ-DISPATCH.
           READ CHQDISP
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

      *=================================================================
      * One book - DBANK47P checks it against the order and registers
      * the block.  A mismatch is the printer's or the desk's to chase
      * and is rejected; a database failure stops the run and rolls
      * back every book registered so far.
      *=================================================================
       P210-PROCESS-DISPATCH.
           IF CHD-REC-TYPE NOT = 'D'
               GO TO PROCESS-DISPATCH-NEXT
           END-IF.

           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.

           IF CHD-ORDER-NO IS NOT NUMERIC
              OR CHD-START-NO IS NOT NUMERIC
              OR CHD-BOOK-SIZE IS NOT NUMERIC
               MOVE 'Malformed dispatch line' TO WS-REJECT-REASON
               PERFORM P300-WRITE-REJECT
               GO TO PROCESS-DISPATCH-NEXT
           END-IF.

           MOVE SPACES TO CD47-DATA BANK-ERRMSG GOOD-ERRMSG.
           SET CD47I-DISPATCH    TO TRUE.
           MOVE CHD-ACCNO        TO CD47I-ACCNO.
           MOVE CHD-ORDER-NO-N   TO CD47I-ORDER-NO.
           MOVE CHD-START-NO-N   TO CD47I-START-NO.
           MOVE CHD-BOOK-SIZE-N  TO CD47I-BOOK-SIZE.
           MOVE ZERO             TO CD47I-CHQ-NO.
           MOVE 'BATCH'          TO CD47I-USERID.
           MOVE CHD-DISPATCH-DTE TO CD47I-DISPATCH-DTE.

           CALL 'DBANK47P' USING BY REFERENCE CD47-DATA
                                 BY REFERENCE BANK-ERRMSG
                                 BY REFERENCE GOOD-ERRMSG.

           IF BANK-ERRMSG = SPACES
               ADD 1 TO WS-REGISTERED-COUNT
               GO TO PROCESS-DISPATCH-NEXT
           END-IF.

           IF BANK-ERRMSG(1:29) = 'Cheque register update failed'
               DISPLAY 'DCHQO02P - ' BANK-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO PROCESS-DISPATCH-EXIT
           END-IF.

           MOVE BANK-ERRMSG(1:45) TO WS-REJECT-REASON.
           PERFORM P300-WRITE-REJECT.

       PROCESS-DISPATCH-NEXT.
           PERFORM P200-READ-DISPATCH.

       PROCESS-DISPATCH-EXIT.
           EXIT.

       P300-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE CHD-ORDER-NO     TO WS-RL-ORDER-NO.
           MOVE CHD-ACCNO        TO WS-RL-ACCNO.
           MOVE CHD-START-NO     TO WS-RL-START-NO.
           MOVE CHD-BOOK-SIZE    TO WS-RL-SIZE.
           MOVE WS-REJECT-REASON TO WS-RL-REASON.
           MOVE WS-RPT-LINE TO DISPRPT-RECORD.
           WRITE DISPRPT-RECORD.

      *=================================================================
      * Books registered are committed together through DBANK17P; a
      * database failure rolls the lot back through DBANK18P and the
      * file is released on the Inbound Files screen to run again.
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
           MOVE 'CHQDISP ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CHQDISP ' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-REGISTERED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK AND WS-RPT-WRITTEN
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
