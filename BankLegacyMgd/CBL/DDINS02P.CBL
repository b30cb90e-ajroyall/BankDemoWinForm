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
001300* Program:     DDINS02P.CBL                                    *
001400* Function:    Insured-depositor file for the deposit-          *
001500*              insurance regulator, produced on demand.  Every  *
001600*              BNKCUST depositor is passed to DDINS01P, which   *
001700*              aggregates their deposits by ownership category  *
001800*              (sole, joint share, estate) in USD with accrued  *
001900*              interest and applies the coverage limit; one     *
002000*              detail record is written per depositor per       *
002100*              category held, between a header carrying the     *
002200*              position date and limit and a trailer carrying   *
002300*              the control totals - depositors, records,        *
002400*              account positions, total, insured and uninsured  *
002500*              deposits.  Read-only against the book; logs      *
002600*              through DBANK37P.                                *
002700*              SQL version - standalone batch step, connects    *
002800*              and disconnects itself.                          *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DDINS02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPFILE.
       01  DEPFILE-RECORD                        PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-CUST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\DEPINS.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-CAT-SUB                        PIC S9(4) COMP.
           05  WS-SUB-ERRMSG                     PIC X(65).

      *-----------------------------------------------------------------
      * Control totals - carried on the trailer record and logged.
      *-----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-DEPOSITOR-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RECORD-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-POSITION-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-DEPOSITS                 PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-INSURED                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-UNINSURED                PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * The depositor file layout - fixed width, amounts in USD with
      * two implied decimals.
      *-----------------------------------------------------------------
       01  WS-DEP-HEADER.
           05  DEPH-REC-TYPE                     PIC X(1) VALUE 'H'.
           05  DEPH-FILE-ID                      PIC X(8)
                                                  VALUE 'DEPINS'.
           05  DEPH-RUN-DATE                     PIC X(10).
           05  DEPH-CURRENCY                     PIC X(3) VALUE 'USD'.
           05  DEPH-LIMIT                        PIC 9(9)V99.
           05  FILLER                            PIC X(87) VALUE SPACES.

       01  WS-DEP-DETAIL.
           05  DEPD-REC-TYPE                     PIC X(1) VALUE 'D'.
           05  DEPD-PID                          PIC X(5).
           05  DEPD-NAME                         PIC X(25).
           05  DEPD-CATEGORY                     PIC X(3).
           05  DEPD-ACCOUNTS                     PIC 9(4).
           05  DEPD-PRINCIPAL                    PIC 9(11)V99.
           05  DEPD-INTEREST                     PIC 9(9)V99.
           05  DEPD-TOTAL                        PIC 9(11)V99.
           05  DEPD-INSURED                      PIC 9(11)V99.
           05  DEPD-UNINSURED                    PIC 9(11)V99.
           05  FILLER                            PIC X(19) VALUE SPACES.

       01  WS-DEP-TRAILER.
           05  DEPT-REC-TYPE                     PIC X(1) VALUE 'T'.
           05  DEPT-DEPOSITORS                   PIC 9(7).
           05  DEPT-RECORDS                      PIC 9(7).
           05  DEPT-POSITIONS                    PIC 9(7).
           05  DEPT-TOTAL                        PIC 9(13)V99.
           05  DEPT-INSURED                      PIC 9(13)V99.
           05  DEPT-UNINSURED                    PIC 9(13)V99.
           05  FILLER                            PIC X(53) VALUE SPACES.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.
           COPY CDINS01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSCSX.

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
               PERFORM P100-BUILD-FILE THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DDINS02P - unable to connect, depositor file aborted'
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
      * Drive the run - header, one pass over the customer file,
      * trailer.
      *=================================================================
       P100-BUILD-FILE.
           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P120-OPEN-FILE.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           EXEC SQL
                DECLARE DEPC_CSR CURSOR FOR
                SELECT BCS_PID, BCS_NAME
                FROM BNKCUST
                ORDER BY BCS_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN DEPC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-LOOP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE DEPC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WRITE-TRAILER.

           CLOSE DEPFILE.

           DISPLAY 'DDINS02P - depositor file complete, depositors: '
                   WS-DEPOSITOR-COUNT ' insured: ' WS-TOTAL-INSURED
                   ' uninsured: ' WS-TOTAL-UNINSURED.

       P100-EXIT.
           EXIT.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *-----------------------------------------------------------------
      * The limit on the header is the one DDINS01P applies - a call
      * with no depositor returns just that.
      *-----------------------------------------------------------------
       P120-OPEN-FILE.
           OPEN OUTPUT DEPFILE.

           IF NOT WS-RPT-OK
               DISPLAY 'DDINS02P - cannot open depositor file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES      TO DINS01-DATA WS-SUB-ERRMSG
               MOVE WS-RUN-DATE TO DINS01I-RUN-DATE
               CALL 'DDINS01P' USING BY REFERENCE DINS01-DATA
                                     BY REFERENCE WS-SUB-ERRMSG
               MOVE WS-RUN-DATE   TO DEPH-RUN-DATE
               MOVE DINS01O-LIMIT TO DEPH-LIMIT
               WRITE DEPFILE-RECORD FROM WS-DEP-HEADER
           END-IF.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH DEPC_CSR
                INTO :DCL-BCS-PID,
                     :DCL-BCS-NAME
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-ONE-DEPOSITOR THRU P220-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One customer - customers with no deposits write nothing.  A
      * customer DDINS01P cannot price is reported and counted, and
      * fails the run so an incomplete file never goes out.
      *-----------------------------------------------------------------
       P220-ONE-DEPOSITOR.
           ADD 1 TO WS-CUST-COUNT.

           MOVE SPACES      TO DINS01-DATA WS-SUB-ERRMSG.
           MOVE DCL-BCS-PID TO DINS01I-PID.
           MOVE WS-RUN-DATE TO DINS01I-RUN-DATE.

           CALL 'DDINS01P' USING BY REFERENCE DINS01-DATA
                                 BY REFERENCE WS-SUB-ERRMSG.

           IF WS-SUB-ERRMSG NOT = SPACES
               DISPLAY 'DDINS02P - customer ' DCL-BCS-PID
                       ' not priced: ' WS-SUB-ERRMSG
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO P220-EXIT
           END-IF.

           IF DINS01O-ACC-COUNT = ZERO
               GO TO P220-EXIT
           END-IF.

           ADD 1 TO WS-DEPOSITOR-COUNT.
           ADD DINS01O-ACC-COUNT TO WS-POSITION-COUNT.
           ADD DINS01O-TOTAL     TO WS-TOTAL-DEPOSITS.
           ADD DINS01O-INSURED   TO WS-TOTAL-INSURED.
           ADD DINS01O-UNINSURED TO WS-TOTAL-UNINSURED.

           PERFORM P230-WRITE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 3.

       P220-EXIT.
           EXIT.

       P230-WRITE-CATEGORY.
           IF DINS01O-CAT-ACCOUNTS(WS-CAT-SUB) > ZERO
               MOVE DCL-BCS-PID  TO DEPD-PID
               MOVE DCL-BCS-NAME TO DEPD-NAME
               MOVE DINS01O-CAT-CODE(WS-CAT-SUB)      TO DEPD-CATEGORY
               MOVE DINS01O-CAT-ACCOUNTS(WS-CAT-SUB)  TO DEPD-ACCOUNTS
               MOVE DINS01O-CAT-PRINCIPAL(WS-CAT-SUB) TO DEPD-PRINCIPAL
               MOVE DINS01O-CAT-INTEREST(WS-CAT-SUB)  TO DEPD-INTEREST
               MOVE DINS01O-CAT-TOTAL(WS-CAT-SUB)     TO DEPD-TOTAL
               MOVE DINS01O-CAT-INSURED(WS-CAT-SUB)   TO DEPD-INSURED
               MOVE DINS01O-CAT-UNINSURED(WS-CAT-SUB) TO DEPD-UNINSURED
               WRITE DEPFILE-RECORD FROM WS-DEP-DETAIL
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * The control totals the regulator reconciles the detail to -
      * insured plus uninsured always equals the total.
      *-----------------------------------------------------------------
       P400-WRITE-TRAILER.
           MOVE WS-DEPOSITOR-COUNT TO DEPT-DEPOSITORS.
           MOVE WS-RECORD-COUNT    TO DEPT-RECORDS.
           MOVE WS-POSITION-COUNT  TO DEPT-POSITIONS.
           MOVE WS-TOTAL-DEPOSITS  TO DEPT-TOTAL.
           MOVE WS-TOTAL-INSURED   TO DEPT-INSURED.
           MOVE WS-TOTAL-UNINSURED TO DEPT-UNINSURED.
           WRITE DEPFILE-RECORD FROM WS-DEP-TRAILER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DDINS02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Nothing on the book changes - this closes the unit of work
      * the same way every batch step does.
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
           MOVE 'DEPINS' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'DEPINS' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-DEPOSITOR-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-INSURED TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
