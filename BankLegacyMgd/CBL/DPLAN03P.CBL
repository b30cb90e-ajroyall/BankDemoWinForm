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
001300* Program:     DPLAN03P.CBL                                    *
001400* Function:    Registered-plan year end - run each January,     *
001500*              alongside the DBANK41P interest summaries, for   *
001600*              the calendar year just closed.  Every holder of  *
001700*              a registered tax-free savings plan account       *
001800*              (BAT_PLAN 'Y') has the year's contribution room  *
001900*              closed off through DPLAN01P, then:               *
002000*                - a contribution receipt on PLANRCPT.RPT for   *
002100*                  a holder who paid in during the year, held   *
002200*                  back from the post where the address is      *
002300*                  flagged undeliverable;                       *
002400*                - a plan-holder record on the return file      *
002500*                  PLANRTN.TXT for the tax authority, reported  *
002600*                  against the holder's BCS_SIN: the year's     *
002700*                  room, contributions, withdrawals, closing    *
002800*                  excess and the months and penalty DPLAN02P   *
002900*                  charged on BNKPLEX.  A holder with no SIN    *
003000*                  cannot be reported - listed on the receipt   *
003100*                  report as an exception and counted rejected. *
003200*              Header, detail and a control trailer in fixed    *
003300*              width, as DTAXR03P writes.  Logs through         *
003400*              DBANK37P.                                        *
003500*              SQL version - standalone batch step, connects    *
003600*              and disconnects itself.                          *
003700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPLAN03P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNFILE ASSIGN TO DYNAMIC WS-RTN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RCPTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTNFILE.
       01  RTNFILE-RECORD                        PIC X(200).

       FD  RCPTRPT.
       01  RCPTRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RTN-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\PLANRTN.TXT".
           05  WS-RTN-STATUS                     PIC X(2).
               88  WS-RTN-OK                     VALUE "00".
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\PLANRCPT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-TAX-YEAR                       PIC 9(4).
           05  WS-TAX-YEAR-X                     PIC X(4).
           05  WS-UNUSED-ROOM                    PIC S9(7)V99 COMP-3.
           05  WS-AMT-DSP                        PIC Z(6)9.99-.
           05  WS-AMT-DSP2                       PIC Z(6)9.99-.
           05  WS-AMT-DSP3                       PIC Z(6)9.99-.
           05  WS-CNT-DSP                        PIC Z(6)9.

       01  WS-PLAN-ERRMSG                        PIC X(65).
       01  WS-PLAN-ERRMSG-R REDEFINES WS-PLAN-ERRMSG.
           05  WS-PLAN-ERR-TEXT                  PIC X(28).
               88  WS-PLAN-DB-ERROR              VALUE
                   'Plan room failed - SQLCODE: '.
           05  FILLER                            PIC X(37).
       01  WS-PLAN-GOODMSG                       PIC X(65).

      *-----------------------------------------------------------------
      * Control totals - carried on the trailer record and logged.
      *-----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-HOLDER-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REPORTED-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NO-SIN-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RECEIPT-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SKIP-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-CONTRIB                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-WITHDRAWN                PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-PENALTY                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * The plan-holder return file layout - fixed width, amounts
      * with two implied decimals.  Room source is 'P' the standard
      * yearly room or 'N' the authority's own notice.
      *-----------------------------------------------------------------
       01  WS-RTN-HEADER.
           05  RTNH-REC-TYPE                     PIC X(1) VALUE 'H'.
           05  RTNH-FILE-ID                      PIC X(8)
                                                  VALUE 'PLANRTN'.
           05  RTNH-TAX-YEAR                     PIC X(4).
           05  RTNH-RUN-DATE                     PIC X(10).
           05  RTNH-SENDING-CTRY                 PIC X(3) VALUE 'USA'.
           05  FILLER                            PIC X(174)
                                                  VALUE SPACES.

       01  WS-RTN-DETAIL.
           05  RTND-REC-TYPE                     PIC X(1) VALUE 'D'.
           05  RTND-SIN                          PIC X(9).
           05  RTND-PID                          PIC X(5).
           05  RTND-NAME                         PIC X(25).
           05  RTND-ADDR1                        PIC X(25).
           05  RTND-ADDR2                        PIC X(25).
           05  RTND-POST-CODE                    PIC X(6).
           05  RTND-COUNTRY                      PIC X(6).
           05  RTND-TAX-YEAR                     PIC X(4).
           05  RTND-ROOM-SOURCE                  PIC X(1).
           05  RTND-OPENING                      PIC 9(9)V99.
           05  RTND-CONTRIB                      PIC 9(9)V99.
           05  RTND-WITHDRAWN                    PIC 9(9)V99.
           05  RTND-EXCESS                       PIC 9(9)V99.
           05  RTND-UNUSED                       PIC 9(9)V99.
           05  RTND-EXCESS-MONTHS                PIC 9(2).
           05  RTND-PENALTY                      PIC 9(9)V99.
           05  FILLER                            PIC X(25) VALUE SPACES.

       01  WS-RTN-TRAILER.
           05  RTNT-REC-TYPE                     PIC X(1) VALUE 'T'.
           05  RTNT-HOLDERS                      PIC 9(7).
           05  RTNT-NO-SIN                       PIC 9(7).
           05  RTNT-CONTRIB                      PIC 9(13)V99.
           05  RTNT-WITHDRAWN                    PIC 9(13)V99.
           05  RTNT-PENALTY                      PIC 9(13)V99.
           05  FILLER                            PIC X(140)
                                                  VALUE SPACES.

           COPY CPLAN01.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSCSX.
           COPY CBANKSACX.

       01  WS-MONTH-FROM                         PIC X(7).
       01  WS-MONTH-TO                           PIC X(7).
       01  WS-EXCESS-MONTHS                      PIC S9(5) COMP-3.
       01  WS-YEAR-PENALTY                       PIC S9(9)V99 COMP-3.

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
               PERFORM P100-BUILD-FILES THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DPLAN03P - unable to connect, plan year end aborted'
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
      * Drive the run - header, one pass over the plan holders,
      * trailer.
      *=================================================================
       P100-BUILD-FILES.
           PERFORM P110-BUILD-TAX-YEAR.
           PERFORM P120-OPEN-FILES.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           EXEC SQL
                DECLARE PLY_CSR CURSOR FOR
                SELECT DISTINCT A.BAC_PID
                FROM BNKACC A,
                     BNKATYP Y
                WHERE Y.BAT_TYPE = A.BAC_ACCTYPE
                  AND Y.BAT_PLAN = 'Y'
                ORDER BY A.BAC_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PLY_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-LOOP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE PLY_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WRITE-TRAILER.

           CLOSE RTNFILE RCPTRPT.

           DISPLAY 'DPLAN03P - plan year end complete for '
                   WS-TAX-YEAR-X ', holders: ' WS-HOLDER-COUNT
                   ' reported: ' WS-REPORTED-COUNT.

       P100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The tax year is the calendar year before the January this
      * runs in.  BNKPLEX months run 'YYYY-01' to 'YYYY-12'.
      *-----------------------------------------------------------------
       P110-BUILD-TAX-YEAR.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           COMPUTE WS-TAX-YEAR = WS-SYSDATE-YYYY - 1.
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X.

           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-MONTH-FROM.

           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
                  '-12'         DELIMITED BY SIZE
             INTO WS-MONTH-TO.

       P120-OPEN-FILES.
           OPEN OUTPUT RTNFILE.

           IF NOT WS-RTN-OK
               DISPLAY 'DPLAN03P - cannot open return file: '
                       WS-RTN-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               OPEN OUTPUT RCPTRPT
               IF NOT WS-RPT-OK
                   DISPLAY 'DPLAN03P - cannot open receipt file: '
                           WS-RPT-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR-SW
                   CLOSE RTNFILE
               ELSE
                   MOVE WS-TAX-YEAR-X TO RTNH-TAX-YEAR
                   MOVE WS-RUN-DATE   TO RTNH-RUN-DATE
                   WRITE RTNFILE-RECORD FROM WS-RTN-HEADER
                   MOVE SPACES TO RCPTRPT-RECORD
                   STRING 'REGISTERED PLAN CONTRIBUTION RECEIPTS - '
                            DELIMITED BY SIZE
                          'TAX YEAR ' DELIMITED BY SIZE
                          WS-TAX-YEAR-X DELIMITED BY SIZE
                     INTO RCPTRPT-RECORD
                   WRITE RCPTRPT-RECORD
               END-IF
           END-IF.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH PLY_CSR
                INTO :DCL-BAC-PID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-HOLDER-COUNT
               PERFORM P220-ONE-HOLDER THRU P220-EXIT
      *        The cursor must see a clean SQLCODE to fetch again.
               IF NOT WS-JOB-HAD-ERROR
                   MOVE ZERO TO SQLCODE
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One holder - close the year's room off, then the receipt and
      * the return record.
      *-----------------------------------------------------------------
       P220-ONE-HOLDER.
           MOVE SPACES TO PLAN01-DATA WS-PLAN-ERRMSG WS-PLAN-GOODMSG.
           SET PLAN01I-QUERY TO TRUE.
           MOVE 'BATCH'       TO PLAN01I-USERID.
           MOVE DCL-BAC-PID   TO PLAN01I-PID.
           MOVE WS-TAX-YEAR-X TO PLAN01I-YEAR.
           MOVE ZERO          TO PLAN01I-AMOUNT PLAN01I-NEW-ROOM.

           CALL 'DPLAN01P' USING BY REFERENCE PLAN01-DATA
                                 BY REFERENCE WS-PLAN-ERRMSG
                                 BY REFERENCE WS-PLAN-GOODMSG.

           IF WS-PLAN-ERRMSG NOT = SPACES
               IF WS-PLAN-DB-ERROR
                   DISPLAY 'DPLAN03P - ' WS-PLAN-ERRMSG
                   MOVE 'Y' TO WS-JOB-ERROR-SW
               ELSE
                   DISPLAY 'DPLAN03P - holder ' DCL-BAC-PID
                           ' skipped: ' WS-PLAN-ERRMSG
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
               GO TO P220-EXIT
           END-IF.

           MOVE DCL-BAC-PID TO DCL-BCS-PID.

           EXEC SQL
                SELECT BCS_NAME, BCS_SIN, BCS_ADDR1, BCS_ADDR2,
                       BCS_POST_CODE, BCS_COUNTRY, BCS_ADDR_STATUS
                  INTO :DCL-BCS-NAME, :DCL-BCS-SIN, :DCL-BCS-ADDR1,
                       :DCL-BCS-ADDR2, :DCL-BCS-POST-CODE,
                       :DCL-BCS-COUNTRY, :DCL-BCS-ADDR-STATUS
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    The months DPLAN02P charged over the year.
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(PEX_PENALTY), 0)
                  INTO :WS-EXCESS-MONTHS, :WS-YEAR-PENALTY
                  FROM BNKPLEX
                 WHERE PEX_PID   =  :DCL-BCS-PID
                   AND PEX_MONTH >= :WS-MONTH-FROM
                   AND PEX_MONTH <= :WS-MONTH-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

           IF PLAN01O-ROOM-LEFT > ZERO
               MOVE PLAN01O-ROOM-LEFT TO WS-UNUSED-ROOM
           ELSE
               MOVE ZERO TO WS-UNUSED-ROOM
           END-IF.

           IF PLAN01O-CONTRIB > ZERO
               PERFORM P300-WRITE-RECEIPT
           END-IF.

           IF PLAN01O-NO-SIN
               ADD 1 TO WS-NO-SIN-COUNT
               MOVE SPACES TO RCPTRPT-RECORD
               STRING 'EXCEPTION - PID '  DELIMITED BY SIZE
                      DCL-BCS-PID         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      DCL-BCS-NAME        DELIMITED BY SIZE
                      ' HAS NO SIN - NOT ON THE RETURN FILE'
                        DELIMITED BY SIZE
                 INTO RCPTRPT-RECORD
               WRITE RCPTRPT-RECORD
           ELSE
               PERFORM P270-WRITE-DETAIL
           END-IF.

       P220-EXIT.
           EXIT.

       P270-WRITE-DETAIL.
           MOVE DCL-BCS-SIN          TO RTND-SIN.
           MOVE DCL-BCS-PID          TO RTND-PID.
           MOVE DCL-BCS-NAME         TO RTND-NAME.
           MOVE DCL-BCS-ADDR1        TO RTND-ADDR1.
           MOVE DCL-BCS-ADDR2        TO RTND-ADDR2.
           MOVE DCL-BCS-POST-CODE    TO RTND-POST-CODE.
           MOVE DCL-BCS-COUNTRY      TO RTND-COUNTRY.
           MOVE WS-TAX-YEAR-X        TO RTND-TAX-YEAR.
           MOVE PLAN01O-ROOM-SOURCE  TO RTND-ROOM-SOURCE.
           IF PLAN01O-OPENING > ZERO
               MOVE PLAN01O-OPENING  TO RTND-OPENING
           ELSE
               MOVE ZERO             TO RTND-OPENING
           END-IF.
           MOVE PLAN01O-CONTRIB      TO RTND-CONTRIB.
           MOVE PLAN01O-WITHDRAWN    TO RTND-WITHDRAWN.
           MOVE PLAN01O-EXCESS       TO RTND-EXCESS.
           MOVE WS-UNUSED-ROOM       TO RTND-UNUSED.
           MOVE WS-EXCESS-MONTHS     TO RTND-EXCESS-MONTHS.
           MOVE WS-YEAR-PENALTY      TO RTND-PENALTY.

           WRITE RTNFILE-RECORD FROM WS-RTN-DETAIL.

           ADD 1                 TO WS-REPORTED-COUNT.
           ADD PLAN01O-CONTRIB   TO WS-TOTAL-CONTRIB.
           ADD PLAN01O-WITHDRAWN TO WS-TOTAL-WITHDRAWN.
           ADD WS-YEAR-PENALTY   TO WS-TOTAL-PENALTY.

      *-----------------------------------------------------------------
      * The holder's contribution receipt - the SIN shows its last
      * three digits only.  Paper to an undeliverable address is
      * held, the same as the statements are.
      *-----------------------------------------------------------------
       P300-WRITE-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT.

           MOVE SPACES TO RCPTRPT-RECORD.
           WRITE RCPTRPT-RECORD.
           MOVE SPACES TO RCPTRPT-RECORD.
           STRING 'CONTRIBUTION RECEIPT  TAX YEAR ' DELIMITED BY SIZE
                  WS-TAX-YEAR-X DELIMITED BY SIZE
                  '  PID '      DELIMITED BY SIZE
                  DCL-BCS-PID   DELIMITED BY SIZE
             INTO RCPTRPT-RECORD.
           IF DCL-BCS-ADDR-UNDELIVERABLE
               MOVE 'HELD - ADDRESS UNDELIVERABLE'
                 TO RCPTRPT-RECORD(60:28)
           END-IF.
           WRITE RCPTRPT-RECORD.

           MOVE SPACES        TO RCPTRPT-RECORD.
           MOVE DCL-BCS-NAME  TO RCPTRPT-RECORD(3:25).
           WRITE RCPTRPT-RECORD.
           MOVE SPACES        TO RCPTRPT-RECORD.
           MOVE DCL-BCS-ADDR1 TO RCPTRPT-RECORD(3:25).
           WRITE RCPTRPT-RECORD.
           MOVE SPACES        TO RCPTRPT-RECORD.
           MOVE DCL-BCS-ADDR2 TO RCPTRPT-RECORD(3:25).
           MOVE DCL-BCS-POST-CODE TO RCPTRPT-RECORD(30:6).
           WRITE RCPTRPT-RECORD.

           MOVE SPACES TO RCPTRPT-RECORD.
           IF DCL-BCS-SIN NOT = SPACES
               STRING '  SIN ******'   DELIMITED BY SIZE
                      DCL-BCS-SIN(7:3) DELIMITED BY SIZE
                 INTO RCPTRPT-RECORD
           ELSE
               MOVE '  SIN NOT ON FILE' TO RCPTRPT-RECORD
           END-IF.
           WRITE RCPTRPT-RECORD.

           MOVE PLAN01O-CONTRIB   TO WS-AMT-DSP.
           MOVE PLAN01O-WITHDRAWN TO WS-AMT-DSP2.
           MOVE WS-UNUSED-ROOM    TO WS-AMT-DSP3.
           MOVE SPACES TO RCPTRPT-RECORD.
           STRING '  CONTRIBUTIONS ' DELIMITED BY SIZE
                  WS-AMT-DSP         DELIMITED BY SIZE
                  '  WITHDRAWALS '   DELIMITED BY SIZE
                  WS-AMT-DSP2        DELIMITED BY SIZE
                  '  UNUSED ROOM '   DELIMITED BY SIZE
                  WS-AMT-DSP3        DELIMITED BY SIZE
             INTO RCPTRPT-RECORD.
           WRITE RCPTRPT-RECORD.

           IF PLAN01O-EXCESS > ZERO
               MOVE PLAN01O-EXCESS  TO WS-AMT-DSP
               MOVE WS-YEAR-PENALTY TO WS-AMT-DSP2
               MOVE SPACES TO RCPTRPT-RECORD
               STRING '  EXCESS AT YEAR END ' DELIMITED BY SIZE
                      WS-AMT-DSP              DELIMITED BY SIZE
                      '  PENALTY CHARGED '    DELIMITED BY SIZE
                      WS-AMT-DSP2             DELIMITED BY SIZE
                 INTO RCPTRPT-RECORD
               WRITE RCPTRPT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * The control totals the authority reconciles the detail to.
      *-----------------------------------------------------------------
       P400-WRITE-TRAILER.
           MOVE WS-REPORTED-COUNT  TO RTNT-HOLDERS.
           MOVE WS-NO-SIN-COUNT    TO RTNT-NO-SIN.
           MOVE WS-TOTAL-CONTRIB   TO RTNT-CONTRIB.
           MOVE WS-TOTAL-WITHDRAWN TO RTNT-WITHDRAWN.
           MOVE WS-TOTAL-PENALTY   TO RTNT-PENALTY.
           WRITE RTNFILE-RECORD FROM WS-RTN-TRAILER.

           MOVE SPACES TO RCPTRPT-RECORD.
           WRITE RCPTRPT-RECORD.
           MOVE WS-RECEIPT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RCPTRPT-RECORD.
           STRING 'RECEIPTS: ' DELIMITED BY SIZE
                  WS-CNT-DSP   DELIMITED BY SIZE
             INTO RCPTRPT-RECORD.
           WRITE RCPTRPT-RECORD.
           MOVE WS-NO-SIN-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO RCPTRPT-RECORD.
           STRING 'NO SIN - NOT REPORTED: ' DELIMITED BY SIZE
                  WS-CNT-DSP                DELIMITED BY SIZE
             INTO RCPTRPT-RECORD.
           WRITE RCPTRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DPLAN03P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The closed-off room rows commit with the run, or roll back
      * together if the database failed part way.
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
           MOVE 'PLANRTN' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'PLANRTN' TO CD37I-JOB.
           MOVE WS-HOLDER-COUNT TO CD37I-ROWS-READ.
           MOVE WS-REPORTED-COUNT TO CD37I-ROWS-POSTED.
           COMPUTE CD37I-ROWS-REJECTED =
               WS-NO-SIN-COUNT + WS-SKIP-COUNT.
           MOVE WS-TOTAL-CONTRIB TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
               MOVE WS-RTN-FILENAME TO CD37I-REPORT-FILE(2)
               MOVE 'R' TO CD37I-REPORT-CLASS(2)
               MOVE 'L' TO CD37I-REPORT-KEEP(2)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
