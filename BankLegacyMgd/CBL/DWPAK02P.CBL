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
001300* Program:     DWPAK02P.CBL                                    *
001400* Function:    Welcome pack print run - nightly, in the         *
001500*              end-of-day stream as WELCPACK.  Every BNKWPACK   *
001600*              pack left to post (no e-mail address, or the     *
001700*              mail queue refused it) is printed to             *
001800*              WELCPACK.RPT for the mailroom: the customer's    *
001900*              name and address (DBANK02P), then the pack       *
002000*              worded section by section by DWPAK01P - the      *
002100*              same wording the e-mailed pack carries - and the *
002200*              pack is marked printed.                          *
002300*              Run with an account number on the command line   *
002400*              it reprints that account's pack exactly as it    *
002500*              was recorded at opening, headed as a copy, and   *
002600*              changes nothing - what the customer was told     *
002700*              can always be shown again.                       *
002800*              The report holds names and addresses and is      *
002900*              kept as confidential.                            *
003000*              SQL version - standalone batch step, connects    *
003100*              and disconnects itself.                          *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DWPAK02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WELCPACKRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WELCPACKRPT.
       01  WELCPACKRPT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\WELCPACK.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-REPRINT-ACCNO                  PIC X(9).
           05  WS-CUST-PID                       PIC X(5).
           05  WS-CUST-ERRMSG                    PIC X(65).
           05  WS-WPAK-ERRMSG                    PIC X(65).
           05  WS-WPAK-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-PACK-SUB                       PIC S9(4) COMP.
           05  WS-LINE-SUB                       PIC S9(4) COMP.
           05  WS-PRINTED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FAILED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * The packs to print, read in full before any is marked.
      *-----------------------------------------------------------------
       01  WS-PACK-TABLE.
           05  WS-PACK-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-PACK-ENTRY OCCURS 1000 TIMES.
               10  WS-PACK-ACCNO                 PIC X(9).
               10  WS-PACK-PID                   PIC X(5).

           COPY CBANKVC2.
           COPY CWPAK01.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSWP
           END-EXEC.

           COPY CBANKSWPX.

       01  WS-TODAY-DATE                         PIC X(10).

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
               PERFORM P100-PRINT-PACKS THRU PRINT-PACKS-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DWPAK02P - unable to connect, pack print aborted'
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
      * The night's packs to post - or the one account asked for on
      * the command line - printed in turn.
      *=================================================================
       P100-PRINT-PACKS.
           PERFORM P110-BUILD-TODAY.

           MOVE SPACES TO WS-REPRINT-ACCNO.
           ACCEPT WS-REPRINT-ACCNO FROM COMMAND-LINE.

           OPEN OUTPUT WELCPACKRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DWPAK02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO PRINT-PACKS-EXIT
           END-IF.

           MOVE SPACES TO WELCPACKRPT-RECORD.
           STRING 'WELCOME PACKS FOR POSTING '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   *** CONFIDENTIAL ***' DELIMITED BY SIZE
             INTO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.

           IF WS-REPRINT-ACCNO = SPACES
               PERFORM P150-LOAD-PACKS
           ELSE
               MOVE 1                TO WS-PACK-COUNT
               MOVE WS-REPRINT-ACCNO TO WS-PACK-ACCNO(1)
               PERFORM P170-LOAD-REPRINT
           END-IF.

           IF WS-JOB-HAD-ERROR
               CLOSE WELCPACKRPT
               GO TO PRINT-PACKS-EXIT
           END-IF.

           PERFORM P200-ONE-PACK
               VARYING WS-PACK-SUB FROM 1 BY 1
               UNTIL WS-PACK-SUB > WS-PACK-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE WELCPACKRPT.

           DISPLAY 'DWPAK02P - pack print complete, printed: '
                   WS-PRINTED-COUNT ' not printed: ' WS-FAILED-COUNT.

       PRINT-PACKS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today as YYYY-MM-DD.
      *-----------------------------------------------------------------
       P110-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

      *-----------------------------------------------------------------
      * Packs left to post, oldest opening first.
      *-----------------------------------------------------------------
       P150-LOAD-PACKS.
           EXEC SQL
                DECLARE WPKP_CSR CURSOR FOR
                SELECT WPK_ACCNO, WPK_PID
                FROM BNKWPACK
                WHERE WPK_STATUS = 'P'
                ORDER BY WPK_CREATED_TS, WPK_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN WPKP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-PACK
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE WPKP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-PACK.
           EXEC SQL
                FETCH WPKP_CSR
                INTO :DCL-WPK-ACCNO, :DCL-WPK-PID
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P190-ADD-PACK
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * A reprint - whatever state the account's pack is in.
      *-----------------------------------------------------------------
       P170-LOAD-REPRINT.
           MOVE WS-REPRINT-ACCNO TO DCL-WPK-ACCNO.

           EXEC SQL
                SELECT WPK_PID
                  INTO :DCL-WPK-PID
                  FROM BNKWPACK
                 WHERE WPK_ACCNO = :DCL-WPK-ACCNO
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'DWPAK02P - no welcome pack on file for account '
                       WS-REPRINT-ACCNO
               MOVE ZERO TO WS-PACK-COUNT
           ELSE
               PERFORM P800-ERROR-CHECK
               MOVE DCL-WPK-PID TO WS-PACK-PID(1)
           END-IF.

       P190-ADD-PACK.
           IF WS-PACK-COUNT < 1000
               ADD 1 TO WS-PACK-COUNT
               MOVE DCL-WPK-ACCNO TO WS-PACK-ACCNO(WS-PACK-COUNT)
               MOVE DCL-WPK-PID   TO WS-PACK-PID(WS-PACK-COUNT)
           ELSE
      *        The rest are picked up on the next run.
               DISPLAY 'DWPAK02P - over 1000 packs, account '
                       DCL-WPK-ACCNO ' left for the next run'
           END-IF.

      *-----------------------------------------------------------------
      * One pack - the address block, then the pack as worded, then
      * (on the nightly run) the pack marked printed.
      *-----------------------------------------------------------------
       P200-ONE-PACK.
           MOVE SPACES TO WPAK01-DATA WS-WPAK-ERRMSG WS-WPAK-GOODMSG.
           SET WPAK01I-QUERY TO TRUE.
           MOVE WS-PACK-ACCNO(WS-PACK-SUB) TO WPAK01I-ACCNO.

           CALL 'DWPAK01P' USING BY REFERENCE WPAK01-DATA
                                 BY REFERENCE WS-WPAK-ERRMSG
                                 BY REFERENCE WS-WPAK-GOODMSG.

           MOVE WS-PACK-PID(WS-PACK-SUB) TO WS-CUST-PID.
           MOVE SPACES      TO CD02-DATA WS-CUST-ERRMSG.
           SET CD02I-READ   TO TRUE.

           IF WS-WPAK-ERRMSG = SPACES
               CALL 'DBANK02P' USING BY REFERENCE WS-CUST-PID
                                     BY REFERENCE CD02-DATA
                                     BY REFERENCE WS-CUST-ERRMSG
           END-IF.

           MOVE SPACES TO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.
           MOVE ALL '-' TO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.

           IF WS-WPAK-ERRMSG NOT = SPACES OR
              WS-CUST-ERRMSG NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WELCPACKRPT-RECORD
               STRING 'ACCOUNT '                 DELIMITED BY SIZE
                      WS-PACK-ACCNO(WS-PACK-SUB) DELIMITED BY SIZE
                      '  NOT PRINTED - '         DELIMITED BY SIZE
                      WS-WPAK-ERRMSG             DELIMITED BY '  '
                      WS-CUST-ERRMSG             DELIMITED BY '  '
                 INTO WELCPACKRPT-RECORD
               WRITE WELCPACKRPT-RECORD
           ELSE
               PERFORM P300-PRINT-PACK
               ADD 1 TO WS-PRINTED-COUNT
               IF WS-REPRINT-ACCNO = SPACES
                   PERFORM P350-MARK-PRINTED
               END-IF
           END-IF.

       P300-PRINT-PACK.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           IF WS-REPRINT-ACCNO = SPACES
               STRING 'ACCOUNT '                 DELIMITED BY SIZE
                      WS-PACK-ACCNO(WS-PACK-SUB) DELIMITED BY SIZE
                      '   DISCLOSURE '           DELIMITED BY SIZE
                      WPAK01O-VERSION            DELIMITED BY SIZE
                 INTO WELCPACKRPT-RECORD
           ELSE
               STRING 'ACCOUNT '                 DELIMITED BY SIZE
                      WS-PACK-ACCNO(WS-PACK-SUB) DELIMITED BY SIZE
                      '   DISCLOSURE '           DELIMITED BY SIZE
                      WPAK01O-VERSION            DELIMITED BY SIZE
                      '   COPY - AS ISSUED '     DELIMITED BY SIZE
                      WPAK01O-CREATED-TS(1:10)   DELIMITED BY SIZE
                      ', REPRINTED '             DELIMITED BY SIZE
                      WS-TODAY-DATE              DELIMITED BY SIZE
                 INTO WELCPACKRPT-RECORD
           END-IF.
           WRITE WELCPACKRPT-RECORD.

           MOVE SPACES TO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           MOVE CD02O-NAME  TO WELCPACKRPT-RECORD(5:25).
           WRITE WELCPACKRPT-RECORD.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           MOVE CD02O-ADDR1 TO WELCPACKRPT-RECORD(5:25).
           WRITE WELCPACKRPT-RECORD.
           IF CD02O-ADDR2 NOT = SPACES
               MOVE SPACES TO WELCPACKRPT-RECORD
               MOVE CD02O-ADDR2 TO WELCPACKRPT-RECORD(5:25)
               WRITE WELCPACKRPT-RECORD
           END-IF.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           STRING CD02O-STATE  DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  CD02O-PSTCDE DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  CD02O-CNTRY  DELIMITED BY SIZE
             INTO WELCPACKRPT-RECORD(5:).
           WRITE WELCPACKRPT-RECORD.

           PERFORM P310-PRINT-SECTION
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WPAK01O-LINE-COUNT.

      *    A section - its heading, then its text indented beneath.
       P310-PRINT-SECTION.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           MOVE WPAK01O-HEADING(WS-LINE-SUB)
             TO WELCPACKRPT-RECORD(5:75).
           WRITE WELCPACKRPT-RECORD.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           MOVE WPAK01O-TEXT(WS-LINE-SUB)
             TO WELCPACKRPT-RECORD(9:100).
           WRITE WELCPACKRPT-RECORD.

      *-----------------------------------------------------------------
      * Printed tonight - only a pack still waiting is moved on.
      *-----------------------------------------------------------------
       P350-MARK-PRINTED.
           MOVE WS-PACK-ACCNO(WS-PACK-SUB) TO DCL-WPK-ACCNO.

           EXEC SQL
                UPDATE BNKWPACK
                   SET WPK_STATUS     = 'D',
                       WPK_PRINTED_TS = CURRENT TIMESTAMP
                 WHERE WPK_ACCNO  = :DCL-WPK-ACCNO
                   AND WPK_STATUS = 'P'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.

           MOVE WS-PRINTED-COUNT TO WS-CNT-DSP.
           MOVE WS-FAILED-COUNT  TO WS-CNT-DSP2.
           MOVE SPACES TO WELCPACKRPT-RECORD.
           STRING 'PRINTED: '        DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   NOT PRINTED: ' DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
             INTO WELCPACKRPT-RECORD.
           WRITE WELCPACKRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DWPAK02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The packs printed and their status go together or not at all.
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
           MOVE 'WELCPACK' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'WELCPACK' TO CD37I-JOB.
           MOVE WS-PACK-COUNT    TO CD37I-ROWS-READ.
           MOVE WS-PRINTED-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-FAILED-COUNT  TO CD37I-ROWS-REJECTED.
           MOVE ZERO             TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
