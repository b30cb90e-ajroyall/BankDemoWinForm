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
001300* Program:     DRMAL02P.CBL                                    *
001400* Function:    Returned-mail load - records the items on the    *
001500*              print vendor's return file RETMAIL.DAT.  Each    *
001600*              detail line is:                                  *
001700*                col  1     'D'                                 *
001800*                cols 2-6   BCS_PID the item was addressed to   *
001900*                cols 7-16  date returned YYYY-MM-DD            *
002000*                cols 17-18 reason AU/MV/IA/RF/OT               *
002100*                cols 19-38 the vendor's item reference         *
002200*              Every item goes through DRMAL01P, the same as    *
002300*              one keyed by the mail room on the B122 screen,   *
002400*              so the address is flagged undeliverable and the  *
002500*              data-quality item opens.  A line DRMAL01P turns  *
002600*              away (unknown PID, bad reason or date) lists on  *
002700*              the reject report RETMAIL.RPT and the rest of    *
002800*              the file still posts.                            *
002900*              Before anything posts the file is checked in     *
003000*              with the DINFL01P inbound file registry - a file *
003100*              already posted is refused, one out of sequence   *
003200*              or dated for another business day is             *
003300*              quarantined.  An optional first line 'H' carries *
003400*              the file date YYYY-MM-DD in cols 2-11 and a      *
003500*              sequence number 9(6) in cols 12-17.              *
003600*              SQL version - standalone batch step, connects    *
003700*              and disconnects itself.                          *
003800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRMAL02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMALIN ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT RMALREJ ASSIGN TO DYNAMIC WS-REJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RMALIN.
       01  RMALIN-RECORD.
           05  RIN-REC-TYPE                     PIC X(1).
           05  RIN-PID                          PIC X(5).
           05  RIN-RETURN-DTE                   PIC X(10).
           05  RIN-REASON                       PIC X(2).
           05  RIN-ITEM                         PIC X(20).
           05  FILLER                           PIC X(42).

       FD  RMALREJ.
       01  RMALREJ-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-IN-FILENAME                    PIC X(75)
                   VALUE "C:\BANK\DATA\RETMAIL.DAT".
           05  WS-REJ-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\RETMAIL.RPT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-REJ-STATUS                     PIC X(2).
               88  WS-REJ-OK                     VALUE "00".
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LOAD-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJ-COUNT                      PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).

           COPY CBANKVC37.

      *-----------------------------------------------------------------
      * Inbound file registry - the file is checked in before any
      * of it posts.
      *-----------------------------------------------------------------
       01  WS-INFL-ERRMSG                        PIC X(65).
       01  WS-INFL-GOODMSG                       PIC X(65).

           COPY CINFL01.

      *-----------------------------------------------------------------
      * Returned-mail intake - one call per detail line.  A database
      * failure inside it fails the step; anything else is a reject.
      *-----------------------------------------------------------------
       01  WS-RMAL-ERRMSG                        PIC X(65).
       01  WS-RMAL-ERRMSG-R REDEFINES WS-RMAL-ERRMSG.
           05  WS-RMAL-ERR-TEXT                  PIC X(32).
               88  WS-RMAL-DB-ERROR              VALUE
                   'Returned mail failed - SQLCODE: '.
           05  FILLER                            PIC X(33).
       01  WS-RMAL-GOODMSG                       PIC X(65).

           COPY CRMAL01.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK45P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P050-REGISTER-FILE
               IF INFL01O-GO-AHEAD
                   PERFORM P100-RUN-LOAD
               END-IF
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DRMAL02P - unable to connect, returned-mail load '
                 'aborted'
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
           MOVE 'RMALLOAD'     TO INFL01I-SOURCE.
           MOVE WS-IN-FILENAME TO INFL01I-FILENAME.
           MOVE 'H'            TO INFL01I-HEADER-ID.
           MOVE 2              TO INFL01I-DATE-POS.
           MOVE 12             TO INFL01I-SEQ-POS.

           CALL 'DINFL01P' USING BY REFERENCE INFL01-DATA
                                 BY REFERENCE WS-INFL-ERRMSG
                                 BY REFERENCE WS-INFL-GOODMSG.

           IF WS-INFL-ERRMSG NOT = SPACES
               DISPLAY 'DRMAL02P - ' WS-INFL-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               IF NOT INFL01O-GO-AHEAD
                   DISPLAY 'DRMAL02P - return file not posted: '
                           INFL01O-REASON
               END-IF
           END-IF.

      *=================================================================
      * Drive the load - one pass over the return file, recording
      * each detail line or listing it on the reject report.
      *=================================================================
       P100-RUN-LOAD.
           OPEN INPUT RMALIN.

           IF NOT WS-IN-OK
               DISPLAY 'DRMAL02P - cannot open return file, status: '
                       WS-IN-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               OPEN OUTPUT RMALREJ

               PERFORM P200-READ-RETURN-FILE

               PERFORM P210-PROCESS-ITEM
                   UNTIL WS-AT-EOF OR WS-JOB-HAD-ERROR

               CLOSE RMALIN
               CLOSE RMALREJ
           END-IF.

           DISPLAY 'DRMAL02P - returned-mail load complete, read: '
                   WS-READ-COUNT ' recorded: ' WS-LOAD-COUNT
                   ' rejected: ' WS-REJ-COUNT.

       P200-READ-RETURN-FILE.
           READ RMALIN
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

           IF NOT WS-AT-EOF AND RIN-REC-TYPE = 'D'
               ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * One return-file line.  Header/trailer records pass through;
      * each detail is recorded as a vendor return by the batch user.
      *-----------------------------------------------------------------
       P210-PROCESS-ITEM.
           IF RIN-REC-TYPE = 'D'
               MOVE SPACES TO RMAL01-DATA WS-RMAL-ERRMSG
                              WS-RMAL-GOODMSG
               SET RMAL01I-RECORD TO TRUE
               MOVE 'BATCH'        TO RMAL01I-USERID
               MOVE RIN-PID        TO RMAL01I-PID
               MOVE RIN-RETURN-DTE TO RMAL01I-RETURN-DTE
               MOVE RIN-ITEM       TO RMAL01I-ITEM
               MOVE RIN-REASON     TO RMAL01I-REASON
               MOVE 'V'            TO RMAL01I-SOURCE

               CALL 'DRMAL01P' USING BY REFERENCE RMAL01-DATA
                                     BY REFERENCE WS-RMAL-ERRMSG
                                     BY REFERENCE WS-RMAL-GOODMSG

               IF WS-RMAL-ERRMSG = SPACES
                   ADD 1 TO WS-LOAD-COUNT
               ELSE
                   IF WS-RMAL-DB-ERROR
                       DISPLAY 'DRMAL02P - ' WS-RMAL-ERRMSG
                       MOVE 'Y' TO WS-JOB-ERROR-SW
                   ELSE
                       PERFORM P500-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

           PERFORM P200-READ-RETURN-FILE.

      *-----------------------------------------------------------------
      * A line the intake turned away, with its reason, for the mail
      * room to look into by hand.
      *-----------------------------------------------------------------
       P500-WRITE-REJECT.
           ADD 1 TO WS-REJ-COUNT.

           MOVE SPACES TO RMALREJ-RECORD.
           STRING 'REJECT '       DELIMITED BY SIZE
                  RIN-PID         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RIN-RETURN-DTE  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RIN-REASON      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RIN-ITEM        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-RMAL-ERRMSG  DELIMITED BY SIZE
             INTO RMALREJ-RECORD.
           WRITE RMALREJ-RECORD.

      *=================================================================
      * Commit the whole load as one unit of work, or roll it all
      * back if the database failed part way, the same way the other
      * batch steps settle their runs before disconnecting.
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
           MOVE 'RMALLOAD' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'RMALLOAD' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-LOAD-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REJ-COUNT TO CD37I-ROWS-REJECTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-REJ-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
