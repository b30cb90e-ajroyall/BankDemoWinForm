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
001300* Program:     DVLT04P.CBL                                     *
001400* Function:    Nightly cash-in-transit order extract, in the    *
001500*              end-of-day stream as CITORDER - every BNKVORD    *
001600*              order or return the branch manager approved on   *
001700*              B128 (DVLT02P) goes to the cash-in-transit       *
001800*              vendor's fixed-format order file: one detail     *
001900*              record per shipment with its delivery date and   *
002000*              note counts, between header and trailer control  *
002100*              records carrying the item count and total        *
002200*              amount.  Each order is then marked sent, ready   *
002300*              for the count on arrival.                        *
002400*              SQL version - standalone batch step, connects    *
002500*              and disconnects itself.                          *
002600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DVLT04P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITOUT ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CITOUT.
       01  CITOUT-RECORD                        PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-OUT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CITORDER.DAT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-ITEM-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-AMOUNT                   PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

       01  WS-HEADER-REC.
           05  FILLER                            PIC X(1) VALUE 'H'.
           05  WS-HDR-DATE                       PIC X(10).
           05  FILLER                            PIC X(8)
                   VALUE 'CITORDER'.
           05  FILLER                            PIC X(61) VALUE SPACES.

      *-----------------------------------------------------------------
      * One shipment - O delivers notes to the branch, R collects its
      * surplus.  Counts are notes per denomination, coin by value.
      *-----------------------------------------------------------------
       01  WS-DETAIL-REC.
           05  FILLER                            PIC X(1) VALUE 'D'.
           05  WS-DTL-REF                        PIC X(12).
           05  WS-DTL-BRANCH                     PIC X(3).
           05  WS-DTL-TYPE                       PIC X(1).
           05  WS-DTL-DELIVERY                   PIC X(10).
           05  WS-DTL-AMOUNT                     PIC 9(7)V99.
           05  WS-DTL-C100                       PIC 9(5).
           05  WS-DTL-C50                        PIC 9(5).
           05  WS-DTL-C20                        PIC 9(5).
           05  WS-DTL-C10                        PIC 9(5).
           05  WS-DTL-C5                         PIC 9(5).
           05  WS-DTL-COIN                       PIC 9(5)V99.
           05  FILLER                            PIC X(12) VALUE SPACES.

       01  WS-TRAILER-REC.
           05  FILLER                            PIC X(1) VALUE 'T'.
           05  WS-TRL-COUNT                      PIC 9(7).
           05  WS-TRL-AMOUNT                     PIC 9(11)V99.
           05  FILLER                            PIC X(59) VALUE SPACES.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSVO
           END-EXEC.

           COPY CBANKSVOX.

       01  WS-RUN-DATE                           PIC X(10).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK21P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-EXTRACT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DVLT04P - unable to connect, CIT extract aborted'
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
      * Drive the extract - every approved order, by branch, one
      * detail record each, then the control trailer.
      *=================================================================
       P100-RUN-EXTRACT.
           PERFORM P110-BUILD-RUN-DATE.

           OPEN OUTPUT CITOUT.

           IF NOT WS-FILE-OK
               DISPLAY 'DVLT04P - cannot open CIT order file, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE WS-RUN-DATE TO WS-HDR-DATE
               WRITE CITOUT-RECORD FROM WS-HEADER-REC

               EXEC SQL
                    DECLARE CITO_CSR CURSOR FOR
                    SELECT VOR_REF,
                           VOR_BRANCH,
                           VOR_TYPE,
                           VOR_DELIVERY_DTE,
                           VOR_AMOUNT,
                           VOR_C100,
                           VOR_C50,
                           VOR_C20,
                           VOR_C10,
                           VOR_C5,
                           VOR_COIN
                    FROM BNKVORD
                    WHERE VOR_STATUS = 'A'
                    ORDER BY VOR_BRANCH, VOR_REF
                    FOR FETCH ONLY
               END-EXEC

               EXEC SQL
                    OPEN CITO_CSR
               END-EXEC

               PERFORM P800-ERROR-CHECK

               PERFORM P210-FETCH-LOOP
                   UNTIL SQLCODE NOT EQUAL ZERO

               EXEC SQL
                    CLOSE CITO_CSR
               END-EXEC

               PERFORM P800-ERROR-CHECK

               MOVE WS-ITEM-COUNT   TO WS-TRL-COUNT
               MOVE WS-TOTAL-AMOUNT TO WS-TRL-AMOUNT
               WRITE CITOUT-RECORD FROM WS-TRAILER-REC

               CLOSE CITOUT
           END-IF.

           DISPLAY 'DVLT04P - CIT extract complete, items: '
                   WS-ITEM-COUNT.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH CITO_CSR
                INTO :DCL-VOR-REF,
                     :DCL-VOR-BRANCH,
                     :DCL-VOR-TYPE,
                     :DCL-VOR-DELIVERY-DTE,
                     :DCL-VOR-AMOUNT,
                     :DCL-VOR-C100,
                     :DCL-VOR-C50,
                     :DCL-VOR-C20,
                     :DCL-VOR-C10,
                     :DCL-VOR-C5,
                     :DCL-VOR-COIN
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-EXTRACT-ITEM
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P220-EXTRACT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD DCL-VOR-AMOUNT TO WS-TOTAL-AMOUNT.

           MOVE DCL-VOR-REF          TO WS-DTL-REF.
           MOVE DCL-VOR-BRANCH       TO WS-DTL-BRANCH.
           MOVE DCL-VOR-TYPE         TO WS-DTL-TYPE.
           MOVE DCL-VOR-DELIVERY-DTE TO WS-DTL-DELIVERY.
           MOVE DCL-VOR-AMOUNT       TO WS-DTL-AMOUNT.
           MOVE DCL-VOR-C100         TO WS-DTL-C100.
           MOVE DCL-VOR-C50          TO WS-DTL-C50.
           MOVE DCL-VOR-C20          TO WS-DTL-C20.
           MOVE DCL-VOR-C10          TO WS-DTL-C10.
           MOVE DCL-VOR-C5           TO WS-DTL-C5.
           MOVE DCL-VOR-COIN         TO WS-DTL-COIN.

           WRITE CITOUT-RECORD FROM WS-DETAIL-REC.

           MOVE WS-RUN-DATE TO DCL-VOR-SENT-DTE.

           EXEC SQL
                UPDATE BNKVORD
                   SET VOR_STATUS   = 'S',
                       VOR_SENT_DTE = :DCL-VOR-SENT-DTE
                 WHERE VOR_REF    = :DCL-VOR-REF
                   AND VOR_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DVLT04P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the sweep (all the VOR_STATUS 'S' postings) as one
      * unit of work, or roll it back if any part failed - the file
      * must never say sent while the table still says approved.
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
           MOVE 'CITORDER' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CITORDER' TO CD37I-JOB.
           MOVE WS-ITEM-COUNT TO CD37I-ROWS-READ.
           MOVE WS-ITEM-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-AMOUNT TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
