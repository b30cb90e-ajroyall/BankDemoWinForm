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
001300* Program:     DCHQO01P.CBL                                    *
001400* Function:    Nightly cheque-book order run - every new order  *
001500*              on BNKCHQORD (taken on B57 through DBANK47P) is  *
001600*              given its number range and written to the cheque *
001700*              printer's order file CHQORDER.DAT, one line per  *
001800*              book with the account, our routing number, the   *
001900*              first MICR cheque number and the delivery        *
002000*              details, between a dated header and a trailer    *
002100*              count.  The range starts after the highest       *
002200*              number on the account's register or reserved by  *
002300*              an earlier order, so no two books overlap; the   *
002400*              order moves to 'S' with the range held on it     *
002500*              until DCHQO02P registers the dispatched book.    *
002600*              An order that would run past cheque 999999 is    *
002700*              left new and listed for the branch.  The run is  *
002800*              committed through DBANK17P or rolled back whole  *
002900*              through DBANK18P - on a rollback the order file  *
003000*              must not be sent.                                *
003100*              SQL version - standalone batch step, connects    *
003200*              and disconnects itself.                          *
003300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCHQO01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDFILE ASSIGN TO DYNAMIC WS-ORD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDFILE.
       01  ORDFILE-RECORD                       PIC X(150).
       01  ORD-HEADER REDEFINES ORDFILE-RECORD.
           05  ORD-H-TYPE                       PIC X(1).
           05  ORD-H-DATE                       PIC X(10).
           05  ORD-H-ROUTING                    PIC X(9).
           05  FILLER                           PIC X(130).
       01  ORD-DETAIL REDEFINES ORDFILE-RECORD.
           05  ORD-D-TYPE                       PIC X(1).
           05  ORD-D-ORDER-NO                   PIC 9(6).
           05  ORD-D-ACCNO                      PIC X(9).
           05  ORD-D-ROUTING                    PIC X(9).
           05  ORD-D-START-NO                   PIC 9(6).
           05  ORD-D-BOOK-SIZE                  PIC 9(3).
           05  ORD-D-NAME                       PIC X(25).
           05  ORD-D-ADDR1                      PIC X(25).
           05  ORD-D-ADDR2                      PIC X(25).
           05  ORD-D-STATE                      PIC X(2).
           05  ORD-D-POST-CODE                  PIC X(6).
           05  ORD-D-PERSONAL                   PIC X(30).
           05  FILLER                           PIC X(3).
       01  ORD-TRAILER REDEFINES ORDFILE-RECORD.
           05  ORD-T-TYPE                       PIC X(1).
           05  ORD-T-COUNT                      PIC 9(5).
           05  ORD-T-CHEQUES                    PIC 9(7).
           05  FILLER                           PIC X(137).

       FD  ORDRPT.
       01  ORDRPT-RECORD                        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-ORD-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CHQORDER.DAT".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\CHQORDER.RPT".
           05  WS-ORD-STATUS                     PIC X(2).
               88  WS-ORD-OK                     VALUE "00".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SUB1                           PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SENT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CHEQUE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Our routing number as it is printed on every MICR line - set
      * per site.
      *-----------------------------------------------------------------
           05  WS-OUR-ROUTING                    PIC X(9)
                                                  VALUE '123456780'.
      *-----------------------------------------------------------------
      * The new orders, loaded before any is sent so the order table
      * can be updated without a cursor open on it.  More than this
      * in one night wait for the next run.
      *-----------------------------------------------------------------
           05  WS-ORDER-COUNT                    PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-ORDER-TABLE.
               10  WS-ORDER-NO OCCURS 500 TIMES  PIC S9(6) COMP-3.

       01  WS-RPT-LINE.
           05  WS-RL-ORDER-NO                    PIC 9(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ACCNO                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-SIZE                        PIC ZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-FIRST                       PIC 9(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-LAST                        PIC 9(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                        PIC X(40).

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSQO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCQ
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSQOX.
           COPY CBANKSCQX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-HOST-NAME                          PIC X(25).
       01  WS-HIGH-REGISTER                      PIC S9(7) COMP-3.
       01  WS-HIGH-ORDERED                       PIC S9(7) COMP-3.
       01  WS-NEXT-START                         PIC S9(7) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBANK26P does.       *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-ORDERS THRU RUN-ORDERS-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DCHQO01P - unable to connect, order run aborted'
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
      * The order file, header to trailer, one line per new order,
      * and the report of what was sent and what was held back.
      *=================================================================
       P100-RUN-ORDERS.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           OPEN OUTPUT ORDRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DCHQO01P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-ORDERS-EXIT
           END-IF.

           OPEN OUTPUT ORDFILE.

           IF NOT WS-ORD-OK
               DISPLAY 'DCHQO01P - cannot open order file: '
                       WS-ORD-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               CLOSE ORDRPT
               GO TO RUN-ORDERS-EXIT
           END-IF.

           MOVE SPACES TO ORDRPT-RECORD.
           STRING 'CHEQUE BOOK ORDERS SENT TO PRINTER - '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
             INTO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.
           MOVE SPACES TO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.
           MOVE 'ORDER   ACCOUNT   SIZE  FIRST   LAST    NOTE'
             TO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.

           MOVE SPACES        TO ORD-HEADER.
           MOVE 'H'           TO ORD-H-TYPE.
           MOVE WS-TODAY-DATE TO ORD-H-DATE.
           MOVE WS-OUR-ROUTING TO ORD-H-ROUTING.
           WRITE ORDFILE-RECORD.

           PERFORM P110-LOAD-ORDERS.

           PERFORM P200-SEND-ORDER THRU SEND-ORDER-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-ORDER-COUNT
                  OR WS-JOB-HAD-ERROR.

           MOVE SPACES          TO ORD-TRAILER.
           MOVE 'T'             TO ORD-T-TYPE.
           MOVE WS-SENT-COUNT   TO ORD-T-COUNT.
           MOVE WS-CHEQUE-COUNT TO ORD-T-CHEQUES.
           WRITE ORDFILE-RECORD.

           CLOSE ORDFILE.

           MOVE SPACES TO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.
           MOVE WS-SENT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO ORDRPT-RECORD.
           STRING 'BOOKS ORDERED: ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
             INTO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.
           MOVE WS-REJECT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO ORDRPT-RECORD.
           STRING 'HELD BACK:     ' DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
             INTO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - ROLLED BACK, DO NOT SEND THE FILE'
                 TO ORDRPT-RECORD
               WRITE ORDRPT-RECORD
           END-IF.

           CLOSE ORDRPT.

           DISPLAY 'DCHQO01P - order run complete, sent: '
                   WS-SENT-COUNT ' held: ' WS-REJECT-COUNT.

       RUN-ORDERS-EXIT.
           EXIT.

      *=================================================================
      * Every new order, oldest first.
      *=================================================================
       P110-LOAD-ORDERS.
           EXEC SQL
                DECLARE NEWORD_CSR CURSOR FOR
                SELECT CQO_ORDER_NO
                FROM BNKCHQORD
                WHERE CQO_STATUS = 'N'
                ORDER BY CQO_ORDER_NO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NEWORD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-ORDER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-ORDER-COUNT = 500.

           EXEC SQL
                CLOSE NEWORD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P120-FETCH-ORDER.
           EXEC SQL
                FETCH NEWORD_CSR
                INTO :DCL-CQO-ORDER-NO
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-ORDER-COUNT
               MOVE DCL-CQO-ORDER-NO TO WS-ORDER-NO(WS-ORDER-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One order - reserve its range above everything the account
      * already has on the register or on order, write it to the
      * printer's file and mark it sent.
      *=================================================================
       P200-SEND-ORDER.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-ORDER-NO(WS-SUB1) TO DCL-CQO-ORDER-NO.

           EXEC SQL
                SELECT O.CQO_ACCNO, O.CQO_BOOK_SIZE,
                       O.CQO_ADDR1, O.CQO_ADDR2,
                       O.CQO_STATE, O.CQO_POST_CODE,
                       O.CQO_PERSONAL, C.BCS_NAME
                  INTO :DCL-CQO-ACCNO, :DCL-CQO-BOOK-SIZE,
                       :DCL-CQO-ADDR1, :DCL-CQO-ADDR2,
                       :DCL-CQO-STATE, :DCL-CQO-POST-CODE,
                       :DCL-CQO-PERSONAL, :WS-HOST-NAME
                  FROM BNKCHQORD O, BNKACC A, BNKCUST C
                 WHERE O.CQO_ORDER_NO = :DCL-CQO-ORDER-NO
                   AND A.BAC_ACCNO    = O.CQO_ACCNO
                   AND C.BCS_PID      = A.BAC_PID
           END-EXEC.

           MOVE SPACES           TO WS-RPT-LINE.
           MOVE DCL-CQO-ORDER-NO TO WS-RL-ORDER-NO.

           IF SQLCODE = +100
               MOVE 'ACCOUNT OR CUSTOMER NOT ON FILE' TO WS-RL-NOTE
               PERFORM P220-HOLD-ORDER
               GO TO SEND-ORDER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO SEND-ORDER-EXIT
           END-IF.

           MOVE DCL-CQO-ACCNO     TO WS-RL-ACCNO DCL-CHQ-ACCNO.
           MOVE DCL-CQO-BOOK-SIZE TO WS-RL-SIZE.

           PERFORM P210-NEXT-START.

           IF WS-JOB-HAD-ERROR
               GO TO SEND-ORDER-EXIT
           END-IF.

           IF WS-NEXT-START + DCL-CQO-BOOK-SIZE - 1 > 999999
               MOVE 'RANGE WOULD PASS 999999 - NEW ACCOUNT?'
                 TO WS-RL-NOTE
               PERFORM P220-HOLD-ORDER
               GO TO SEND-ORDER-EXIT
           END-IF.

           MOVE WS-NEXT-START TO DCL-CQO-START-NO.
           MOVE WS-TODAY-DATE TO DCL-CQO-SENT-DTE.

           EXEC SQL
                UPDATE BNKCHQORD
                   SET CQO_STATUS   = 'S',
                       CQO_START_NO = :DCL-CQO-START-NO,
                       CQO_SENT_DTE = :DCL-CQO-SENT-DTE
                 WHERE CQO_ORDER_NO = :DCL-CQO-ORDER-NO
                   AND CQO_STATUS   = 'N'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'ORDER CANCELLED DURING RUN' TO WS-RL-NOTE
               PERFORM P220-HOLD-ORDER
               GO TO SEND-ORDER-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO SEND-ORDER-EXIT
           END-IF.

           MOVE SPACES            TO ORD-DETAIL.
           MOVE 'D'               TO ORD-D-TYPE.
           MOVE DCL-CQO-ORDER-NO  TO ORD-D-ORDER-NO.
           MOVE DCL-CQO-ACCNO     TO ORD-D-ACCNO.
           MOVE WS-OUR-ROUTING    TO ORD-D-ROUTING.
           MOVE DCL-CQO-START-NO  TO ORD-D-START-NO.
           MOVE DCL-CQO-BOOK-SIZE TO ORD-D-BOOK-SIZE.
           MOVE WS-HOST-NAME      TO ORD-D-NAME.
           MOVE DCL-CQO-ADDR1     TO ORD-D-ADDR1.
           MOVE DCL-CQO-ADDR2     TO ORD-D-ADDR2.
           MOVE DCL-CQO-STATE     TO ORD-D-STATE.
           MOVE DCL-CQO-POST-CODE TO ORD-D-POST-CODE.
           MOVE DCL-CQO-PERSONAL  TO ORD-D-PERSONAL.
           WRITE ORDFILE-RECORD.

           ADD 1 TO WS-SENT-COUNT.
           ADD DCL-CQO-BOOK-SIZE TO WS-CHEQUE-COUNT.

           MOVE DCL-CQO-START-NO TO WS-RL-FIRST.
           COMPUTE WS-RL-LAST =
               DCL-CQO-START-NO + DCL-CQO-BOOK-SIZE - 1.
           MOVE DCL-CQO-ADDR1 TO WS-RL-NOTE.
           MOVE WS-RPT-LINE TO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.

       SEND-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The first free number - above the account's highest cheque on
      * the register and the top of any range already sent to the
      * printer, whether dispatched yet or not.
      *-----------------------------------------------------------------
       P210-NEXT-START.
           EXEC SQL
                SELECT COALESCE(MAX(CHQ_NUMBER), 0)
                  INTO :WS-HIGH-REGISTER
                  FROM BNKCHQ
                 WHERE CHQ_ACCNO = :DCL-CHQ-ACCNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(MAX(CQO_START_NO + CQO_BOOK_SIZE - 1),
                                0)
                  INTO :WS-HIGH-ORDERED
                  FROM BNKCHQORD
                 WHERE CQO_ACCNO  = :DCL-CQO-ACCNO
                   AND CQO_STATUS IN ('S', 'D')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-HIGH-ORDERED > WS-HIGH-REGISTER
               COMPUTE WS-NEXT-START = WS-HIGH-ORDERED + 1
           ELSE
               COMPUTE WS-NEXT-START = WS-HIGH-REGISTER + 1
           END-IF.

      *-----------------------------------------------------------------
      * An order that cannot go tonight stays new for the branch to
      * sort out - listed, counted, and not written to the file.
      *-----------------------------------------------------------------
       P220-HOLD-ORDER.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-RPT-LINE TO ORDRPT-RECORD.
           WRITE ORDRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DCHQO01P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * All or nothing - an order is only marked sent if the whole
      * file is good.
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
           MOVE 'CHQORDER' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'CHQORDER' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-SENT-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
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
