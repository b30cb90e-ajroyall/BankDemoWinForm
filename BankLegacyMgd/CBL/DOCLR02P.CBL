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
001300* Program:     DOCLR02P.CBL                                    *
001400* Function:    Nightly outward clearing file, in the end-of-    *
001500*              day stream as OUTCLR.  First the items sent on   *
001600*              an earlier night that have been out BNKPARM      *
001700*              CHQCLRDAYS days (default 7) with nothing come    *
001800*              back are taken as cleared.  Then every deposited *
001900*              third-party cheque captured at the counter       *
002000*              since the last run (BNKOCLR 'C', DOCLR01P) goes  *
002100*              to the clearing network's fixed-format file:     *
002200*              one detail record per item with the drawer       *
002300*              bank's routing number, the drawer's account,     *
002400*              the cheque number and amount, between header and *
002500*              trailer control records - the trailer carries    *
002600*              the item count, the total amount and the hash    *
002700*              total of the drawer routing numbers the network  *
002800*              balances the file by.  Each item is then marked  *
002900*              sent, to be followed until it clears or comes    *
003000*              back on the returned-items file (DOCLR03P).      *
003100*              SQL version - standalone batch step, connects    *
003200*              and disconnects itself.                          *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DOCLR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLROUT ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLROUT.
       01  CLROUT-RECORD                        PIC X(80).

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
                   VALUE "C:\BANK\DATA\OUTCLR.DAT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
           05  WS-ITEM-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-AMOUNT                   PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-ROUTING-HASH                   PIC S9(13) COMP-3
                                                  VALUE ZERO.
           05  WS-ROUTING-N                      PIC 9(9).
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
      *-----------------------------------------------------------------
      * The bank's own routing number - the presenting bank on the
      * header the network credits the file to.
      *-----------------------------------------------------------------
           05  WS-OUR-ROUTING                    PIC X(9)
                                                  VALUE '123456780'.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

       01  WS-HEADER-REC.
           05  FILLER                            PIC X(1) VALUE 'H'.
           05  WS-HDR-DATE                       PIC X(10).
           05  FILLER                            PIC X(6)
                   VALUE 'OUTCLR'.
           05  WS-HDR-ROUTING                    PIC X(9).
           05  FILLER                            PIC X(54) VALUE SPACES.

      *-----------------------------------------------------------------
      * One deposited item - the drawer's side from the MICR line,
      * ours from the deposit.  The item number comes back on a
      * return and is how the item is found again.
      *-----------------------------------------------------------------
       01  WS-DETAIL-REC.
           05  FILLER                            PIC X(1) VALUE 'D'.
           05  WS-DTL-ITEM-NO                    PIC 9(9).
           05  WS-DTL-ROUTING                    PIC X(9).
           05  WS-DTL-DRAWER-ACC                 PIC X(17).
           05  WS-DTL-CHQ-NO                     PIC 9(6).
           05  WS-DTL-AMOUNT                     PIC 9(7)V99.
           05  WS-DTL-ACCNO                      PIC X(9).
           05  WS-DTL-BRANCH                     PIC X(3).
           05  WS-DTL-CAPTURE                    PIC X(10).
           05  FILLER                            PIC X(7) VALUE SPACES.

       01  WS-TRAILER-REC.
           05  FILLER                            PIC X(1) VALUE 'T'.
           05  WS-TRL-COUNT                      PIC 9(7).
           05  WS-TRL-AMOUNT                     PIC 9(11)V99.
           05  WS-TRL-HASH                       PIC 9(11).
           05  FILLER                            PIC X(48) VALUE SPACES.

           COPY CBANKVC37.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSOC
           END-EXEC.

           COPY CBANKSOCX.

       01  WS-RUN-DATE                           PIC X(10).
       01  WS-CLEAR-DAYS                         PIC S9(4) COMP.
       01  WS-CLEARED-COUNT                      PIC S9(7) COMP-3.

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
               PERFORM P110-BUILD-RUN-DATE
               PERFORM P150-MARK-CLEARED
               PERFORM P100-RUN-EXTRACT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DOCLR02P - unable to connect, outward clearing '
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
      * Drive the extract - every captured item, by branch, one
      * detail record each, then the control trailer.
      *=================================================================
       P100-RUN-EXTRACT.
           OPEN OUTPUT CLROUT.

           IF NOT WS-FILE-OK
               DISPLAY 'DOCLR02P - cannot open clearing file, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE WS-RUN-DATE    TO WS-HDR-DATE
               MOVE WS-OUR-ROUTING TO WS-HDR-ROUTING
               WRITE CLROUT-RECORD FROM WS-HEADER-REC

               EXEC SQL
                    DECLARE OCLX_CSR CURSOR FOR
                    SELECT OCL_ITEM_NO,
                           OCL_ROUTING,
                           OCL_DRAWER_ACC,
                           OCL_CHQ_NO,
                           OCL_AMOUNT,
                           OCL_ACCNO,
                           OCL_BRANCH,
                           OCL_CAPTURE_DTE
                    FROM BNKOCLR
                    WHERE OCL_STATUS = 'C'
                    ORDER BY OCL_BRANCH, OCL_ITEM_NO
                    FOR FETCH ONLY
               END-EXEC

               EXEC SQL
                    OPEN OCLX_CSR
               END-EXEC

               PERFORM P800-ERROR-CHECK

               PERFORM P210-FETCH-LOOP
                   UNTIL SQLCODE NOT EQUAL ZERO

               EXEC SQL
                    CLOSE OCLX_CSR
               END-EXEC

               PERFORM P800-ERROR-CHECK

               MOVE WS-ITEM-COUNT   TO WS-TRL-COUNT
               MOVE WS-TOTAL-AMOUNT TO WS-TRL-AMOUNT
               MOVE WS-ROUTING-HASH TO WS-TRL-HASH
               WRITE CLROUT-RECORD FROM WS-TRAILER-REC

               CLOSE CLROUT
           END-IF.

           DISPLAY 'DOCLR02P - outward clearing complete, items: '
                   WS-ITEM-COUNT ' cleared: ' WS-CLEARED-COUNT.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *=================================================================
      * An item out CHQCLRDAYS days with no return against it has
      * cleared - the network's return window has closed.  Done
      * before tonight's items go out so none of them is touched.
      *=================================================================
       P150-MARK-CLEARED.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'CHQCLRDAYS' TO PARM01I-NAME.
           MOVE 7 TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-CLEAR-DAYS
           ELSE
               MOVE 7 TO WS-CLEAR-DAYS
           END-IF.

           IF WS-CLEAR-DAYS < 1
               MOVE 1 TO WS-CLEAR-DAYS
           END-IF.

           MOVE ZERO TO WS-CLEARED-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CLEARED-COUNT
                  FROM BNKOCLR
                 WHERE OCL_STATUS = 'S'
                   AND OCL_SENT_DTE <=
                       CHAR(DATE(:WS-RUN-DATE) - :WS-CLEAR-DAYS DAYS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE WS-RUN-DATE TO DCL-OCL-CLEARED-DTE.

           EXEC SQL
                UPDATE BNKOCLR
                   SET OCL_STATUS      = 'K',
                       OCL_CLEARED_DTE = :DCL-OCL-CLEARED-DTE
                 WHERE OCL_STATUS = 'S'
                   AND OCL_SENT_DTE <=
                       CHAR(DATE(:WS-RUN-DATE) - :WS-CLEAR-DAYS DAYS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH OCLX_CSR
                INTO :DCL-OCL-ITEM-NO,
                     :DCL-OCL-ROUTING,
                     :DCL-OCL-DRAWER-ACC,
                     :DCL-OCL-CHQ-NO,
                     :DCL-OCL-AMOUNT,
                     :DCL-OCL-ACCNO,
                     :DCL-OCL-BRANCH,
                     :DCL-OCL-CAPTURE-DTE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-EXTRACT-ITEM
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P220-EXTRACT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD DCL-OCL-AMOUNT TO WS-TOTAL-AMOUNT.

      *    The hash total is the sum of the routing numbers - the
      *    trailer keeps its low eleven digits.
           MOVE DCL-OCL-ROUTING TO WS-ROUTING-N.
           ADD WS-ROUTING-N TO WS-ROUTING-HASH.

           MOVE DCL-OCL-ITEM-NO      TO WS-DTL-ITEM-NO.
           MOVE DCL-OCL-ROUTING      TO WS-DTL-ROUTING.
           MOVE DCL-OCL-DRAWER-ACC   TO WS-DTL-DRAWER-ACC.
           MOVE DCL-OCL-CHQ-NO       TO WS-DTL-CHQ-NO.
           MOVE DCL-OCL-AMOUNT       TO WS-DTL-AMOUNT.
           MOVE DCL-OCL-ACCNO        TO WS-DTL-ACCNO.
           MOVE DCL-OCL-BRANCH       TO WS-DTL-BRANCH.
           MOVE DCL-OCL-CAPTURE-DTE  TO WS-DTL-CAPTURE.

           WRITE CLROUT-RECORD FROM WS-DETAIL-REC.

           MOVE WS-RUN-DATE TO DCL-OCL-SENT-DTE.

           EXEC SQL
                UPDATE BNKOCLR
                   SET OCL_STATUS   = 'S',
                       OCL_SENT_DTE = :DCL-OCL-SENT-DTE
                 WHERE OCL_ITEM_NO = :DCL-OCL-ITEM-NO
                   AND OCL_STATUS  = 'C'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DOCLR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the run (the cleared items and all the OCL_STATUS 'S'
      * postings) as one unit of work, or roll it back if any part
      * failed - the file must never say sent while the table still
      * says captured.
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
           MOVE 'OUTCLR  ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'OUTCLR  ' TO CD37I-JOB.
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
