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
001300* Program:     DBMNT01P.CBL                                    *
001400* Function:    Bulk account maintenance from file - one change  *
001500*              keyed across many accounts or customers without  *
001600*              keying them one at a time or a DBA's SQL.        *
001700*              Layout of BULKMNT.DAT (fixed, one per line):     *
001800*                'H' + batch id (8) + submitting officer PID    *
001900*                      (5) + file date YYYY-MM-DD (10)          *
002000*                'D' + level A account / C customer (1) + key   *
002100*                      (9, a PID left-justified) + action (2)   *
002200*                      + new value (10) + reason (30) + legal   *
002300*                      reference (20)                           *
002400*                'T' + instruction line count 9(7)              *
002500*              Actions: BR home branch (A or C); SM statement   *
002600*              by post, SE statement by e-mail, CS combined     *
002700*              statement - Y or N (C, through DBANK02P); FZ     *
002800*              compliance freeze D or F with reason and legal   *
002900*              reference, UF lift it (A, through DBANK83P); CV  *
003000*              product conversion to a new type (A, through     *
003100*              DCONV01P).                                       *
003200*              Run with no parameter it PREVIEWS: every line    *
003300*              goes through the same path the online screens    *
003400*              use and is then rolled back, and BULKMNT.RPT     *
003500*              lists each line's before and after and what      *
003600*              would happen.  The file is registered on BNKBMNT *
003700*              with its hash - waiting for a second officer     *
003800*              (DBMNT02P, the Bulk Maintenance screen) when     *
003900*              every line passed, failed preview otherwise.     *
004000*              Run with EXECUTE it applies an approved file     *
004100*              whose content has not changed since preview, in  *
004200*              units of BNKPARM BULKUNIT lines, each committed  *
004300*              with its restart point on the register - a rerun *
004400*              after a failure resumes after the last unit      *
004500*              committed.  A line that no longer applies is     *
004600*              reported FAILED and its unit replayed without    *
004700*              it.  A conversion is always a unit of its own,  *
004800*              since DCONV01P settles and commits it itself.    *
004900*              Every change writes its before/after image to    *
005000*              BNKMADT through DBANK74P.                        *
005100*              SQL version - standalone batch step, connects    *
005200*              and disconnects itself.                          *
005300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBMNT01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTFILE ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MNTRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTFILE.
       01  MNTFILE-RECORD                        PIC X(80).
       01  MNT-HEADER REDEFINES MNTFILE-RECORD.
           05  MNT-H-TYPE                        PIC X(1).
           05  MNT-H-BATCH-ID                    PIC X(8).
           05  MNT-H-OFFICER                     PIC X(5).
           05  MNT-H-FILE-DATE                   PIC X(10).
           05  FILLER                            PIC X(56).
       01  MNT-DETAIL REDEFINES MNTFILE-RECORD.
           05  MNT-D-TYPE                        PIC X(1).
           05  MNT-D-LEVEL                       PIC X(1).
               88  MNT-D-ACCOUNT                 VALUE 'A'.
               88  MNT-D-CUSTOMER                VALUE 'C'.
           05  MNT-D-KEY                         PIC X(9).
           05  MNT-D-ACTION                      PIC X(2).
               88  MNT-D-BRANCH-MOVE             VALUE 'BR'.
               88  MNT-D-STMT-FLAG               VALUES 'SM' 'SE' 'CS'.
               88  MNT-D-SET-FREEZE              VALUE 'FZ'.
               88  MNT-D-LIFT-FREEZE             VALUE 'UF'.
               88  MNT-D-CONVERT                 VALUE 'CV'.
           05  MNT-D-VALUE                       PIC X(10).
           05  MNT-D-REASON                      PIC X(30).
           05  MNT-D-LEGAL-REF                   PIC X(20).
           05  FILLER                            PIC X(7).
       01  MNT-TRAILER REDEFINES MNTFILE-RECORD.
           05  MNT-T-TYPE                        PIC X(1).
           05  MNT-T-COUNT                       PIC X(7).
           05  MNT-T-COUNT-N REDEFINES MNT-T-COUNT
                                                 PIC 9(7).
           05  FILLER                            PIC X(72).

       FD  MNTRPT.
       01  MNTRPT-RECORD                         PIC X(132).

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
                   VALUE "C:\BANK\DATA\BULKMNT.DAT".
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-IN-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-IN-EOF                     VALUE 'Y'.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\BULKMNT.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CALL-ERRMSG                    PIC X(65).
           05  WS-CALL-GOODMSG                   PIC X(65).
           05  WS-AUDIT-ERRMSG                   PIC X(65).

      *    PREVIEW (the default) or EXECUTE, from the command line.
           05  WS-RUN-PARM                       PIC X(10).
           05  WS-MODE-SW                        PIC X(1) VALUE 'P'.
               88  WS-PREVIEW                    VALUE 'P'.
               88  WS-EXECUTE                    VALUE 'X'.

      *    The file as scanned before anything is applied.
           05  WS-HEADER-SEEN-SW                 PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN                VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW                PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN               VALUE 'Y'.
           05  WS-FILE-FAULT                     PIC X(50).
           05  WS-RECORD-COUNT                   PIC S9(7) COMP-3.
           05  WS-DETAIL-COUNT                   PIC S9(7) COMP-3.
           05  WS-TRAILER-COUNT                  PIC S9(7) COMP-3.
           05  WS-BATCH-ID                       PIC X(8).
           05  WS-OFFICER                        PIC X(5).
           05  WS-FILE-DATE                      PIC X(10).

      *    Units, the restart point and this run's progress.
           05  WS-UNIT-SIZE                      PIC S9(4) COMP.
           05  WS-UNIT-COUNT                     PIC S9(4) COMP.
           05  WS-LINE-NO                        PIC S9(7) COMP-3.
           05  WS-RESTART-LINE                   PIC S9(7) COMP-3.
           05  WS-PASS-SW                        PIC X(1).
               88  WS-PASS-DONE                  VALUE 'D'.
               88  WS-PASS-REPLAY                VALUE 'R'.
           05  WS-REGISTER-SW                    PIC X(1).
               88  WS-ON-REGISTER                VALUE 'Y'.
           05  WS-LINE-RESULT                    PIC X(1).
               88  WS-LINE-CHANGES               VALUE 'A'.
               88  WS-LINE-NO-CHANGE             VALUE 'N'.
               88  WS-LINE-REJECTED              VALUE 'R'.
           05  WS-LINE-MSG                       PIC X(65).
           05  WS-UNIT-ALONE-SW                  PIC X(1).
               88  WS-UNIT-ALONE                 VALUE 'Y'.
           05  WS-CHANGE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NO-CHANGE-COUNT                PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REJECT-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CKPT-CHANGE-COUNT              PIC S9(7) COMP-3.
           05  WS-CKPT-NO-CHANGE-COUNT           PIC S9(7) COMP-3.
           05  WS-LINE-DSP                       PIC Z(6)9.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.
           05  WS-AMT-DSP                        PIC -(6)9.99.
           05  WS-AMT-DSP2                       PIC -(4)9.99.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).

      *    Lines that failed during this execution - skipped when the
      *    unit they were in is replayed.
       01  WS-FAILED-TABLE.
           05  WS-FAILED-USED                    PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-FAILED-SUB                     PIC S9(4) COMP.
           05  WS-FAILED-HIT-SW                  PIC X(1).
               88  WS-FAILED-HIT                 VALUE 'Y'.
           05  WS-FAILED-LINE OCCURS 500 TIMES   PIC S9(7) COMP-3.

      *    The two running checksums over the file and the work fields
      *    that keep them inside their moduli - as DHASH01P runs them.
       01  WS-HASH-WORK-AREA.
           05  WS-HASH-SUB                       PIC S9(4) COMP.
           05  WS-HASH-1                         PIC S9(18) COMP.
           05  WS-HASH-2                         PIC S9(18) COMP.
           05  WS-HASH-PRODUCT                   PIC S9(18) COMP.
           05  WS-HASH-QUOTIENT                  PIC S9(18) COMP.
           05  WS-HASH-RESULT.
               10  WS-HASH-RESULT-1              PIC 9(10).
               10  WS-HASH-RESULT-2              PIC 9(10).

      *    One byte of the file viewed as a binary number.
       01  WS-BYTE-AREA.
           05  WS-BYTE-HIGH                      PIC X(1)
                                                 VALUE LOW-VALUE.
           05  WS-BYTE-CHAR                      PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA  PIC 9(4) COMP.

      *    Before and after images of one line's change.
       01  WS-BEFORE-IMAGE                       PIC X(75).
       01  WS-AFTER-IMAGE                        PIC X(75).
       01  WS-AUDIT-TABLE                        PIC X(8).
       01  WS-FLAG-NAME                          PIC X(13).
       01  WS-OLD-FLAG                           PIC X(1).
       01  WS-NEW-FLAG                           PIC X(1).
       01  WS-CUST-PID                           PIC X(5).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-LINE-NO                       PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-LEVEL                         PIC X(1).
           05  FILLER                            PIC X(1).
           05  RPT-KEY                           PIC X(9).
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(2).
           05  FILLER                            PIC X(2).
           05  RPT-BEFORE                        PIC X(25).
           05  FILLER                            PIC X(2).
           05  RPT-AFTER                         PIC X(25).
           05  FILLER                            PIC X(2).
           05  RPT-RESULT                        PIC X(52).

           COPY CPARM01.
           COPY CBANKVC2.
           COPY CBANKVC83.
           COPY CCONV01.
           COPY CBANKVC74.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBM
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSBMX.
           COPY CBANKSBRX.
           COPY CBANKSACX.
           COPY CBANKSCSX.

       01  WS-NEW-BRANCH                         PIC X(3).

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

           PERFORM P005-READ-MODE.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-RUN-BATCH THRU RUN-BATCH-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY 'DBMNT01P - unable to connect, '
                       'bulk maintenance aborted'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *=================================================================
      * EXECUTE on the command line applies an approved file; anything
      * else, or nothing, only previews it.
      *=================================================================
       P005-READ-MODE.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.

           IF WS-RUN-PARM = 'EXECUTE'
               SET WS-EXECUTE TO TRUE
               DISPLAY 'DBMNT01P - executing ' WS-IN-FILENAME
           ELSE
               SET WS-PREVIEW TO TRUE
               DISPLAY 'DBMNT01P - previewing ' WS-IN-FILENAME
           END-IF.

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
      * Scan the file, then preview it or execute it.
      *=================================================================
       P100-RUN-BATCH.
           PERFORM P110-BUILD-TODAY.
           PERFORM P120-GET-PARMS.

           PERFORM P130-SCAN-FILE THRU SCAN-FILE-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO RUN-BATCH-EXIT
           END-IF.

           OPEN OUTPUT MNTRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DBMNT01P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-BATCH-EXIT
           END-IF.

           MOVE SPACES TO MNTRPT-RECORD.
           IF WS-PREVIEW
               STRING 'BULK MAINTENANCE PREVIEW - BATCH '
                        DELIMITED BY SIZE
                      WS-BATCH-ID    DELIMITED BY SIZE
                      '   SUBMITTED BY ' DELIMITED BY SIZE
                      WS-OFFICER     DELIMITED BY SIZE
                      '   FILE DATE '   DELIMITED BY SIZE
                      WS-FILE-DATE   DELIMITED BY SIZE
                      '   RUN '         DELIMITED BY SIZE
                      WS-TODAY-DATE  DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           ELSE
               STRING 'BULK MAINTENANCE EXECUTION - BATCH '
                        DELIMITED BY SIZE
                      WS-BATCH-ID    DELIMITED BY SIZE
                      '   SUBMITTED BY ' DELIMITED BY SIZE
                      WS-OFFICER     DELIMITED BY SIZE
                      '   FILE DATE '   DELIMITED BY SIZE
                      WS-FILE-DATE   DELIMITED BY SIZE
                      '   RUN '         DELIMITED BY SIZE
                      WS-TODAY-DATE  DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           END-IF.
           WRITE MNTRPT-RECORD.
           MOVE SPACES TO MNTRPT-RECORD.
           WRITE MNTRPT-RECORD.
           MOVE SPACES TO MNTRPT-RECORD.
           STRING '   LINE  L KEY        AC  BEFORE'
                    DELIMITED BY SIZE
                  '                     AFTER'
                    DELIMITED BY SIZE
                  '                      RESULT'
                    DELIMITED BY SIZE
             INTO MNTRPT-RECORD.
           WRITE MNTRPT-RECORD.

           PERFORM P140-LOAD-REGISTER.

           IF NOT WS-JOB-HAD-ERROR
               IF WS-PREVIEW
                   PERFORM P200-PREVIEW THRU PREVIEW-EXIT
               ELSE
                   PERFORM P300-EXECUTE THRU EXECUTE-EXIT
               END-IF
           END-IF.

           PERFORM P600-WRITE-TOTALS.

           CLOSE MNTRPT.

       RUN-BATCH-EXIT.
           EXIT.

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
      * How many lines go in one unit of work - a failure costs at
      * most one unit, a restart resumes after the last one.
      *-----------------------------------------------------------------
       P120-GET-PARMS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'BULKUNIT' TO PARM01I-NAME.
           MOVE 50 TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-UNIT-SIZE
           ELSE
               MOVE 50 TO WS-UNIT-SIZE
           END-IF.

           IF WS-UNIT-SIZE < 1
               MOVE 1 TO WS-UNIT-SIZE
           END-IF.

           IF WS-UNIT-SIZE > 500
               MOVE 500 TO WS-UNIT-SIZE
           END-IF.

      *=================================================================
      * Read the whole file once before anything is applied - header
      * first, trailer last with the right count, a submitting officer
      * on file - counting it and hashing its content so execution can
      * prove it is running the file that was approved.
      *=================================================================
       P130-SCAN-FILE.
           MOVE ZERO   TO WS-RECORD-COUNT WS-DETAIL-COUNT
                          WS-TRAILER-COUNT WS-HASH-1 WS-HASH-2.
           MOVE SPACES TO WS-FILE-FAULT WS-BATCH-ID WS-OFFICER
                          WS-FILE-DATE.
           MOVE 'N'    TO WS-HEADER-SEEN-SW WS-TRAILER-SEEN-SW
                          WS-IN-EOF-SW.

           OPEN INPUT MNTFILE.

           IF NOT WS-IN-OK
               DISPLAY 'DBMNT01P - cannot open instruction file: '
                       WS-IN-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO SCAN-FILE-EXIT
           END-IF.

           PERFORM P410-READ-LINE.

           PERFORM P135-SCAN-RECORD
               UNTIL WS-IN-EOF.

           CLOSE MNTFILE.

           MOVE WS-HASH-1      TO WS-HASH-RESULT-1.
           MOVE WS-HASH-2      TO WS-HASH-RESULT-2.

           EVALUATE TRUE
               WHEN WS-FILE-FAULT NOT = SPACES
                   CONTINUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE 'header record missing' TO WS-FILE-FAULT
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'trailer record missing' TO WS-FILE-FAULT
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'trailer count does not match the lines'
                     TO WS-FILE-FAULT
               WHEN WS-DETAIL-COUNT = ZERO
                   MOVE 'no instruction lines' TO WS-FILE-FAULT
               WHEN WS-BATCH-ID = SPACES
                   MOVE 'header carries no batch id' TO WS-FILE-FAULT
               WHEN OTHER
                   PERFORM P137-CHECK-OFFICER
           END-EVALUATE.

           IF WS-FILE-FAULT NOT = SPACES
               DISPLAY 'DBMNT01P - instruction file rejected: '
                       WS-FILE-FAULT
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

       SCAN-FILE-EXIT.
           EXIT.

       P135-SCAN-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

           EVALUATE TRUE
               WHEN MNT-H-TYPE = 'H' AND WS-RECORD-COUNT = 1
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE MNT-H-BATCH-ID  TO WS-BATCH-ID
                   MOVE MNT-H-OFFICER   TO WS-OFFICER
                   MOVE MNT-H-FILE-DATE TO WS-FILE-DATE
               WHEN MNT-H-TYPE = 'D' AND WS-HEADER-SEEN
                                     AND NOT WS-TRAILER-SEEN
                   ADD 1 TO WS-DETAIL-COUNT
               WHEN MNT-H-TYPE = 'T' AND WS-HEADER-SEEN
                                     AND NOT WS-TRAILER-SEEN
                   SET WS-TRAILER-SEEN TO TRUE
                   IF MNT-T-COUNT IS NUMERIC
                       MOVE MNT-T-COUNT-N TO WS-TRAILER-COUNT
                   ELSE
                       MOVE 'trailer count not numeric'
                         TO WS-FILE-FAULT
                   END-IF
               WHEN OTHER
                   IF WS-FILE-FAULT = SPACES
                       MOVE 'record out of place or of unknown type'
                         TO WS-FILE-FAULT
                   END-IF
           END-EVALUATE.

           PERFORM P138-HASH-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > LENGTH OF MNTFILE-RECORD.

           PERFORM P410-READ-LINE.

      *-----------------------------------------------------------------
      * The submitter is a member of staff on file - a viewer cannot
      * put changes up for approval.
      *-----------------------------------------------------------------
       P137-CHECK-OFFICER.
           MOVE WS-OFFICER TO DCL-BCS-PID.
           MOVE SPACE      TO DCL-BCS-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :DCL-BCS-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'submitting officer is not on file'
                 TO WS-FILE-FAULT
           ELSE
               IF DCL-BCS-IS-VIEWER
                   MOVE 'submitting officer is a viewer'
                     TO WS-FILE-FAULT
               END-IF
           END-IF.

      *    Each step multiplies the running value up, adds the byte
      *    (plus one, so a low-value byte still counts) and keeps the
      *    remainder.
       P138-HASH-BYTE.
           MOVE MNTFILE-RECORD(WS-HASH-SUB:1) TO WS-BYTE-CHAR.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-1 * 257 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483647
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-1.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-2 * 65599 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483629
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-2.

      *-----------------------------------------------------------------
      * The batch's register row, if it has been previewed before.
      *-----------------------------------------------------------------
       P140-LOAD-REGISTER.
           MOVE 'N'         TO WS-REGISTER-SW.
           MOVE WS-BATCH-ID TO DCL-BMT-BATCH-ID.

           EXEC SQL
                SELECT BMT_SUBMITTED_BY, BMT_LINES, BMT_HASH,
                       BMT_STATUS, BMT_DECIDED_BY, BMT_DONE_LINE,
                       BMT_APPLIED, BMT_FAILED
                  INTO :DCL-BMT-SUBMITTED-BY, :DCL-BMT-LINES,
                       :DCL-BMT-HASH, :DCL-BMT-STATUS,
                       :DCL-BMT-DECIDED-BY, :DCL-BMT-DONE-LINE,
                       :DCL-BMT-APPLIED, :DCL-BMT-FAILED
                  FROM BNKBMNT
                 WHERE BMT_BATCH_ID = :DCL-BMT-BATCH-ID
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-ON-REGISTER TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Preview - every line through its online path, each unit rolled
      * back, then the file registered for a second officer.  A file
      * already executed, or part-executed, cannot be previewed again;
      * previewing an approved file again withdraws the approval.
      *=================================================================
       P200-PREVIEW.
           IF WS-ON-REGISTER AND
              (DCL-BMT-EXECUTING OR DCL-BMT-COMPLETE)
               DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                       ' has already been executed'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO PREVIEW-EXIT
           END-IF.

           MOVE ZERO TO WS-RESTART-LINE.

           PERFORM P400-PROCESS-FILE THRU PROCESS-FILE-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO PREVIEW-EXIT
           END-IF.

           PERFORM P210-REGISTER-PREVIEW.

       PREVIEW-EXIT.
           EXIT.

       P210-REGISTER-PREVIEW.
           MOVE WS-BATCH-ID     TO DCL-BMT-BATCH-ID.
           MOVE WS-FILE-DATE    TO DCL-BMT-FILE-DATE.
           MOVE WS-OFFICER      TO DCL-BMT-SUBMITTED-BY.
           MOVE WS-DETAIL-COUNT TO DCL-BMT-LINES.
           MOVE WS-REJECT-COUNT TO DCL-BMT-REJECTED.
           MOVE WS-HASH-RESULT  TO DCL-BMT-HASH.

           IF WS-REJECT-COUNT = ZERO
               SET DCL-BMT-PENDING TO TRUE
           ELSE
               SET DCL-BMT-INVALID TO TRUE
           END-IF.

           IF WS-ON-REGISTER
               EXEC SQL
                    UPDATE BNKBMNT
                       SET BMT_FILE_DATE    = :DCL-BMT-FILE-DATE,
                           BMT_SUBMITTED_BY = :DCL-BMT-SUBMITTED-BY,
                           BMT_PREVIEW_TS   = CURRENT TIMESTAMP,
                           BMT_LINES        = :DCL-BMT-LINES,
                           BMT_REJECTED     = :DCL-BMT-REJECTED,
                           BMT_HASH         = :DCL-BMT-HASH,
                           BMT_STATUS       = :DCL-BMT-STATUS,
                           BMT_DECIDED_BY   = ' ',
                           BMT_DECIDED_TS   = NULL,
                           BMT_DECIDE_NOTE  = ' ',
                           BMT_DONE_LINE    = 0,
                           BMT_APPLIED      = 0,
                           BMT_FAILED       = 0
                     WHERE BMT_BATCH_ID     = :DCL-BMT-BATCH-ID
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO BNKBMNT (
                      BMT_BATCH_ID,
                      BMT_FILE_DATE,
                      BMT_SUBMITTED_BY,
                      BMT_PREVIEW_TS,
                      BMT_LINES,
                      BMT_REJECTED,
                      BMT_HASH,
                      BMT_STATUS,
                      BMT_DONE_LINE,
                      BMT_APPLIED,
                      BMT_FAILED
                    ) VALUES (
                      :DCL-BMT-BATCH-ID,
                      :DCL-BMT-FILE-DATE,
                      :DCL-BMT-SUBMITTED-BY,
                      CURRENT TIMESTAMP,
                      :DCL-BMT-LINES,
                      :DCL-BMT-REJECTED,
                      :DCL-BMT-HASH,
                      :DCL-BMT-STATUS,
                      0,
                      0,
                      0)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

           MOVE SPACES TO MNTRPT-RECORD.
           WRITE MNTRPT-RECORD.
           MOVE SPACES TO MNTRPT-RECORD.
           IF DCL-BMT-PENDING
               STRING 'EVERY LINE PASSED - FILE WAITS FOR A SECOND '
                        DELIMITED BY SIZE
                      'OFFICER ON THE BULK MAINTENANCE SCREEN'
                        DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           ELSE
               STRING 'LINES FAILED PREVIEW - CORRECT THE FILE AND '
                        DELIMITED BY SIZE
                      'PREVIEW IT AGAIN; IT CANNOT BE APPROVED AS IT '
                        DELIMITED BY SIZE
                      'STANDS' DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           END-IF.
           WRITE MNTRPT-RECORD.

      *=================================================================
      * Execute - only an approved file (or one part-executed, from
      * its restart point) and only with the content that was
      * approved.
      *=================================================================
       P300-EXECUTE.
           IF NOT WS-ON-REGISTER
               DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                       ' has not been previewed'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO EXECUTE-EXIT
           END-IF.

           IF NOT DCL-BMT-APPROVED AND NOT DCL-BMT-EXECUTING
               EVALUATE TRUE
                   WHEN DCL-BMT-PENDING
                       DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                               ' is waiting for approval'
                   WHEN DCL-BMT-INVALID
                       DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                               ' failed preview'
                   WHEN DCL-BMT-REJECTED-BATCH
                       DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                               ' was rejected by ' DCL-BMT-DECIDED-BY
                   WHEN OTHER
                       DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                               ' is already complete'
               END-EVALUATE
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO EXECUTE-EXIT
           END-IF.

           IF DCL-BMT-HASH  NOT = WS-HASH-RESULT OR
              DCL-BMT-LINES NOT = WS-DETAIL-COUNT
               DISPLAY 'DBMNT01P - batch ' WS-BATCH-ID
                       ' differs from the file that was approved'
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO EXECUTE-EXIT
           END-IF.

           IF DCL-BMT-EXECUTING
               MOVE DCL-BMT-DONE-LINE TO WS-RESTART-LINE
               MOVE DCL-BMT-APPLIED   TO WS-CHANGE-COUNT
               MOVE DCL-BMT-FAILED    TO WS-REJECT-COUNT
               MOVE WS-RESTART-LINE   TO WS-LINE-DSP
               DISPLAY 'DBMNT01P - resuming batch ' WS-BATCH-ID
                       ' after line ' WS-LINE-DSP
               MOVE SPACES TO MNTRPT-RECORD
               STRING 'RESTARTED AFTER LINE ' DELIMITED BY SIZE
                      WS-LINE-DSP             DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
               WRITE MNTRPT-RECORD
           ELSE
               MOVE ZERO TO WS-RESTART-LINE
               PERFORM P310-MARK-EXECUTING
           END-IF.

           IF WS-JOB-HAD-ERROR
               GO TO EXECUTE-EXIT
           END-IF.

           MOVE WS-CHANGE-COUNT    TO WS-CKPT-CHANGE-COUNT.
           MOVE WS-NO-CHANGE-COUNT TO WS-CKPT-NO-CHANGE-COUNT.
           MOVE SPACE              TO WS-PASS-SW.

           PERFORM P400-PROCESS-FILE THRU PROCESS-FILE-EXIT
               UNTIL WS-PASS-DONE OR WS-JOB-HAD-ERROR.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P320-MARK-COMPLETE
           END-IF.

       EXECUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * From here the batch restarts rather than starting over, so
      * the mark is committed before the first line is applied.
      *-----------------------------------------------------------------
       P310-MARK-EXECUTING.
           EXEC SQL
                UPDATE BNKBMNT
                   SET BMT_STATUS    = 'E',
                       BMT_DONE_LINE = 0,
                       BMT_APPLIED   = 0,
                       BMT_FAILED    = 0
                 WHERE BMT_BATCH_ID  = :DCL-BMT-BATCH-ID
                   AND BMT_STATUS    = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF NOT WS-JOB-HAD-ERROR
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

       P320-MARK-COMPLETE.
           MOVE WS-DETAIL-COUNT TO DCL-BMT-DONE-LINE.
           MOVE WS-CHANGE-COUNT TO DCL-BMT-APPLIED.
           MOVE WS-REJECT-COUNT TO DCL-BMT-FAILED.

           EXEC SQL
                UPDATE BNKBMNT
                   SET BMT_STATUS      = 'C',
                       BMT_DONE_LINE   = :DCL-BMT-DONE-LINE,
                       BMT_APPLIED     = :DCL-BMT-APPLIED,
                       BMT_FAILED      = :DCL-BMT-FAILED,
                       BMT_FINISHED_TS = CURRENT TIMESTAMP
                 WHERE BMT_BATCH_ID    = :DCL-BMT-BATCH-ID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One pass over the instruction lines after the restart point.
      * Execution ends a pass early when a failed line takes its unit
      * down with it - the caller then runs another pass from the
      * last committed line, which skips the failed one.
      *=================================================================
       P400-PROCESS-FILE.
           MOVE 'N'  TO WS-IN-EOF-SW.
           MOVE SPACE TO WS-PASS-SW.
           MOVE ZERO TO WS-LINE-NO WS-UNIT-COUNT.

           OPEN INPUT MNTFILE.

           IF NOT WS-IN-OK
               DISPLAY 'DBMNT01P - cannot reopen instruction file: '
                       WS-IN-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO PROCESS-FILE-EXIT
           END-IF.

           PERFORM P410-READ-LINE.

           PERFORM P420-TAKE-LINE
               UNTIL WS-IN-EOF OR WS-PASS-REPLAY OR WS-JOB-HAD-ERROR.

           IF WS-UNIT-COUNT > ZERO AND NOT WS-PASS-REPLAY
                                   AND NOT WS-JOB-HAD-ERROR
               PERFORM P450-END-UNIT
           END-IF.

           CLOSE MNTFILE.

           IF NOT WS-PASS-REPLAY
               SET WS-PASS-DONE TO TRUE
           END-IF.

       PROCESS-FILE-EXIT.
           EXIT.

       P410-READ-LINE.
           READ MNTFILE.

           IF NOT WS-IN-OK
               SET WS-IN-EOF TO TRUE
           END-IF.

       P420-TAKE-LINE.
           IF MNT-D-TYPE = 'D'
               ADD 1 TO WS-LINE-NO
               IF WS-LINE-NO > WS-RESTART-LINE
                   PERFORM P425-CHECK-FAILED
                   IF NOT WS-FAILED-HIT
                       PERFORM P430-DO-LINE
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-PASS-REPLAY
               PERFORM P410-READ-LINE
           END-IF.

       P425-CHECK-FAILED.
           MOVE 'N' TO WS-FAILED-HIT-SW.
           PERFORM P426-TRY-FAILED
               VARYING WS-FAILED-SUB FROM 1 BY 1
               UNTIL WS-FAILED-SUB > WS-FAILED-USED OR WS-FAILED-HIT.

       P426-TRY-FAILED.
           IF WS-FAILED-LINE(WS-FAILED-SUB) = WS-LINE-NO
               SET WS-FAILED-HIT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * One line, then the unit bookkeeping.  Preview rolls every
      * unit back; execution commits it with its restart point.
      *-----------------------------------------------------------------
       P430-DO-LINE.
           MOVE 'N' TO WS-UNIT-ALONE-SW.

      *    A conversion commits itself - whatever went before it is
      *    committed first so it is never swept into that.
           IF WS-EXECUTE AND MNT-D-CONVERT AND WS-UNIT-COUNT > ZERO
               COMPUTE WS-LINE-NO = WS-LINE-NO - 1
               PERFORM P450-END-UNIT
               COMPUTE WS-LINE-NO = WS-LINE-NO + 1
           END-IF.

           PERFORM P500-ONE-LINE THRU ONE-LINE-EXIT.

           EVALUATE TRUE
               WHEN WS-LINE-CHANGES
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN WS-LINE-NO-CHANGE
                   ADD 1 TO WS-NO-CHANGE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

           IF WS-EXECUTE AND WS-LINE-REJECTED
               PERFORM P460-LINE-FAILED
           ELSE
               ADD 1 TO WS-UNIT-COUNT
               IF WS-UNIT-COUNT >= WS-UNIT-SIZE OR WS-UNIT-ALONE
                   PERFORM P450-END-UNIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * End of a unit.  Preview throws it away; execution commits it
      * together with the register's restart point and counts.
      *-----------------------------------------------------------------
       P450-END-UNIT.
           IF WS-PREVIEW
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
           ELSE
               MOVE WS-LINE-NO      TO DCL-BMT-DONE-LINE
               MOVE WS-CHANGE-COUNT TO DCL-BMT-APPLIED
               MOVE WS-REJECT-COUNT TO DCL-BMT-FAILED
               EXEC SQL
                    UPDATE BNKBMNT
                       SET BMT_DONE_LINE = :DCL-BMT-DONE-LINE,
                           BMT_APPLIED   = :DCL-BMT-APPLIED,
                           BMT_FAILED    = :DCL-BMT-FAILED
                     WHERE BMT_BATCH_ID  = :DCL-BMT-BATCH-ID
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF NOT WS-JOB-HAD-ERROR
                   CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
                   MOVE WS-LINE-NO         TO WS-RESTART-LINE
                   MOVE WS-CHANGE-COUNT    TO WS-CKPT-CHANGE-COUNT
                   MOVE WS-NO-CHANGE-COUNT TO WS-CKPT-NO-CHANGE-COUNT
               END-IF
           END-IF.

           MOVE ZERO TO WS-UNIT-COUNT.

      *-----------------------------------------------------------------
      * A line that no longer applies at execution.  Whatever it left
      * behind is rolled back with the rest of its unit; when other
      * lines were in that unit they are replayed without it from the
      * last restart point.  On its own it is simply recorded past.
      *-----------------------------------------------------------------
       P460-LINE-FAILED.
           CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS.

           IF WS-FAILED-USED IS NOT LESS THAN 500
               DISPLAY 'DBMNT01P - too many failed lines, run stopped'
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               ADD 1 TO WS-FAILED-USED
               MOVE WS-LINE-NO TO WS-FAILED-LINE(WS-FAILED-USED)
               IF WS-UNIT-COUNT > ZERO
                   MOVE WS-CKPT-CHANGE-COUNT    TO WS-CHANGE-COUNT
                   MOVE WS-CKPT-NO-CHANGE-COUNT TO WS-NO-CHANGE-COUNT
                   MOVE WS-RESTART-LINE         TO WS-LINE-DSP
                   MOVE SPACES TO MNTRPT-RECORD
                   STRING '         UNIT ROLLED BACK - REPLAYED FROM '
                            DELIMITED BY SIZE
                          'AFTER LINE ' DELIMITED BY SIZE
                          WS-LINE-DSP   DELIMITED BY SIZE
                          ' WITHOUT THE FAILED LINE'
                            DELIMITED BY SIZE
                     INTO MNTRPT-RECORD
                   WRITE MNTRPT-RECORD
                   SET WS-PASS-REPLAY TO TRUE
                   MOVE ZERO TO WS-UNIT-COUNT
               ELSE
                   PERFORM P450-END-UNIT
               END-IF
           END-IF.

      *=================================================================
      * One instruction line through its online path.  The result is
      * A it changes something, N it is already so, R it is refused
      * (WS-LINE-MSG says why).  Every change is audited.
      *=================================================================
       P500-ONE-LINE.
           MOVE 'R'    TO WS-LINE-RESULT.
           MOVE SPACES TO WS-LINE-MSG WS-BEFORE-IMAGE WS-AFTER-IMAGE
                          WS-AUDIT-TABLE.

           EVALUATE TRUE
               WHEN MNT-D-BRANCH-MOVE AND
                    (MNT-D-ACCOUNT OR MNT-D-CUSTOMER)
                   PERFORM P510-BRANCH-MOVE THRU BRANCH-MOVE-EXIT
               WHEN MNT-D-STMT-FLAG AND MNT-D-CUSTOMER
                   PERFORM P520-STMT-FLAG THRU STMT-FLAG-EXIT
               WHEN MNT-D-SET-FREEZE AND MNT-D-ACCOUNT
                   PERFORM P530-SET-FREEZE THRU SET-FREEZE-EXIT
               WHEN MNT-D-LIFT-FREEZE AND MNT-D-ACCOUNT
                   PERFORM P540-LIFT-FREEZE THRU LIFT-FREEZE-EXIT
               WHEN MNT-D-CONVERT AND MNT-D-ACCOUNT
                   PERFORM P550-CONVERT THRU CONVERT-EXIT
               WHEN MNT-D-BRANCH-MOVE OR MNT-D-STMT-FLAG OR
                    MNT-D-SET-FREEZE OR MNT-D-LIFT-FREEZE OR
                    MNT-D-CONVERT
                   MOVE 'Action not allowed at that level'
                     TO WS-LINE-MSG
               WHEN OTHER
                   MOVE 'Unknown action' TO WS-LINE-MSG
           END-EVALUATE.

           IF WS-LINE-CHANGES
               PERFORM P560-WRITE-AUDIT
           END-IF.

           PERFORM P570-REPORT-LINE.

       ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BR - a new home branch for an account or a customer, the
      * branch real and open, as branch consolidation moves them.
      *-----------------------------------------------------------------
       P510-BRANCH-MOVE.
           MOVE MNT-D-VALUE(1:3) TO WS-NEW-BRANCH DCL-BRN-CODE.

           EXEC SQL
                SELECT BRN_NAME, BRN_STATUS
                  INTO :DCL-BRN-NAME, :DCL-BRN-STATUS
                  FROM BNKBRNCH
                 WHERE BRN_CODE = :DCL-BRN-CODE
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Branch not on file' TO WS-LINE-MSG
               GO TO BRANCH-MOVE-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF DCL-BRN-CLOSED
               MOVE 'Branch is closed' TO WS-LINE-MSG
               GO TO BRANCH-MOVE-EXIT
           END-IF.

           IF MNT-D-ACCOUNT
               MOVE 'BNKACC'  TO WS-AUDIT-TABLE
               MOVE MNT-D-KEY TO DCL-BAC-ACCNO
               EXEC SQL
                    SELECT BAC_BRANCH, BAC_STATUS
                      INTO :DCL-BAC-BRANCH, :DCL-BAC-STATUS
                      FROM BNKACC
                     WHERE BAC_ACCNO = :DCL-BAC-ACCNO
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Account not on file' TO WS-LINE-MSG
                   GO TO BRANCH-MOVE-EXIT
               END-IF
               PERFORM P800-ERROR-CHECK
               IF DCL-BAC-STATUS = 'C'
                   MOVE 'Account is closed' TO WS-LINE-MSG
                   GO TO BRANCH-MOVE-EXIT
               END-IF
               STRING 'BRANCH ' DELIMITED BY SIZE
                      DCL-BAC-BRANCH DELIMITED BY SIZE
                 INTO WS-BEFORE-IMAGE
           ELSE
               MOVE 'BNKCUST' TO WS-AUDIT-TABLE
               MOVE MNT-D-KEY(1:5) TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_BRANCH
                      INTO :DCL-BCS-BRANCH
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Customer not on file' TO WS-LINE-MSG
                   GO TO BRANCH-MOVE-EXIT
               END-IF
               PERFORM P800-ERROR-CHECK
               STRING 'BRANCH ' DELIMITED BY SIZE
                      DCL-BCS-BRANCH DELIMITED BY SIZE
                 INTO WS-BEFORE-IMAGE
           END-IF.

           STRING 'BRANCH ' DELIMITED BY SIZE
                  WS-NEW-BRANCH DELIMITED BY SIZE
             INTO WS-AFTER-IMAGE.

           IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
               MOVE 'N' TO WS-LINE-RESULT
               GO TO BRANCH-MOVE-EXIT
           END-IF.

           IF MNT-D-ACCOUNT
               EXEC SQL
                    UPDATE BNKACC
                       SET BAC_BRANCH = :WS-NEW-BRANCH
                     WHERE BAC_ACCNO = :DCL-BAC-ACCNO
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE BNKCUST
                       SET BCS_BRANCH = :WS-NEW-BRANCH
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Branch move failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO WS-LINE-MSG
               GO TO BRANCH-MOVE-EXIT
           END-IF.

           MOVE 'A' TO WS-LINE-RESULT.

       BRANCH-MOVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SM / SE / CS - a customer's statement flags, read and written
      * back through DBANK02P exactly as the profile screen does, the
      * one flag changed.  E-statements need an e-mail address.
      *-----------------------------------------------------------------
       P520-STMT-FLAG.
           MOVE 'BNKCUST' TO WS-AUDIT-TABLE.

           IF MNT-D-VALUE NOT = 'Y' AND MNT-D-VALUE NOT = 'N'
               MOVE 'New value must be Y or N' TO WS-LINE-MSG
               GO TO STMT-FLAG-EXIT
           END-IF.

           MOVE MNT-D-KEY(1:5) TO WS-CUST-PID.
           MOVE MNT-D-VALUE(1:1) TO WS-NEW-FLAG.

           MOVE SPACES TO CD02-DATA WS-CALL-ERRMSG.
           SET CD02I-READ TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-CUST-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-CALL-ERRMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO STMT-FLAG-EXIT
           END-IF.

           EVALUATE MNT-D-ACTION
               WHEN 'SM'
                   MOVE 'SEND-MAIL'     TO WS-FLAG-NAME
                   MOVE CD02O-SEND-MAIL TO WS-OLD-FLAG
               WHEN 'SE'
                   MOVE 'SEND-EMAIL'     TO WS-FLAG-NAME
                   MOVE CD02O-SEND-EMAIL TO WS-OLD-FLAG
               WHEN OTHER
                   MOVE 'COMBINED-STMT'     TO WS-FLAG-NAME
                   MOVE CD02O-COMBINED-STMT TO WS-OLD-FLAG
           END-EVALUATE.

           STRING WS-FLAG-NAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-OLD-FLAG  DELIMITED BY SIZE
             INTO WS-BEFORE-IMAGE.
           STRING WS-FLAG-NAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-NEW-FLAG  DELIMITED BY SIZE
             INTO WS-AFTER-IMAGE.

           IF WS-OLD-FLAG = WS-NEW-FLAG
               MOVE 'N' TO WS-LINE-RESULT
               GO TO STMT-FLAG-EXIT
           END-IF.

           IF MNT-D-ACTION = 'SE' AND WS-NEW-FLAG = 'Y'
                                  AND CD02O-EMAIL = SPACES
               MOVE 'No e-mail address on file for e-statements'
                 TO WS-LINE-MSG
               GO TO STMT-FLAG-EXIT
           END-IF.

           MOVE CD02O-NAME          TO CD02I-NAME.
           MOVE CD02O-ADDR1         TO CD02I-ADDR1.
           MOVE CD02O-ADDR2         TO CD02I-ADDR2.
           MOVE CD02O-STATE         TO CD02I-STATE.
           MOVE CD02O-CNTRY         TO CD02I-CNTRY.
           MOVE CD02O-PSTCDE        TO CD02I-PSTCDE.
           MOVE CD02O-TELNO         TO CD02I-TELNO.
           MOVE CD02O-EMAIL         TO CD02I-EMAIL.
           MOVE CD02O-SEND-MAIL     TO CD02I-SEND-MAIL.
           MOVE CD02O-SEND-EMAIL    TO CD02I-SEND-EMAIL.
           MOVE CD02O-TAX-EXEMPT    TO CD02I-TAX-EXEMPT.
           MOVE CD02O-TAX-CERT-EXP  TO CD02I-TAX-CERT-EXP.
           MOVE CD02O-COMBINED-STMT TO CD02I-COMBINED-STMT.
           MOVE CD02O-LANGUAGE      TO CD02I-LANGUAGE.
           MOVE CD02O-DOB           TO CD02I-DOB.

           EVALUATE MNT-D-ACTION
               WHEN 'SM'
                   MOVE WS-NEW-FLAG TO CD02I-SEND-MAIL
               WHEN 'SE'
                   MOVE WS-NEW-FLAG TO CD02I-SEND-EMAIL
               WHEN OTHER
                   MOVE WS-NEW-FLAG TO CD02I-COMBINED-STMT
           END-EVALUATE.

           SET CD02I-WRITE TO TRUE.
           MOVE SPACES TO WS-CALL-ERRMSG.

           CALL 'DBANK02P' USING BY REFERENCE WS-CUST-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-CALL-ERRMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO STMT-FLAG-EXIT
           END-IF.

           MOVE 'A' TO WS-LINE-RESULT.

       STMT-FLAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FZ - a compliance freeze through DBANK83P, the line's reason
      * and legal reference, set in the submitting officer's name.
      *-----------------------------------------------------------------
       P530-SET-FREEZE.
           MOVE 'BNKFRZ' TO WS-AUDIT-TABLE.
           MOVE 'FREEZE NONE' TO WS-BEFORE-IMAGE.

           MOVE SPACES TO CD83-DATA WS-CALL-ERRMSG WS-CALL-GOODMSG.
           SET CD83I-SET TO TRUE.
           MOVE MNT-D-KEY          TO CD83I-ACCNO.
           MOVE MNT-D-VALUE(1:1)   TO CD83I-TYPE.
           MOVE MNT-D-REASON       TO CD83I-REASON.
           MOVE MNT-D-LEGAL-REF    TO CD83I-LEGAL-REF.
           MOVE WS-OFFICER         TO CD83I-OFFICER.

           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE WS-CALL-ERRMSG
                                 BY REFERENCE WS-CALL-GOODMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO SET-FREEZE-EXIT
           END-IF.

           STRING 'FREEZE '       DELIMITED BY SIZE
                  CD83I-TYPE      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  MNT-D-LEGAL-REF DELIMITED BY SIZE
             INTO WS-AFTER-IMAGE.

           MOVE 'A' TO WS-LINE-RESULT.

       SET-FREEZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UF - lift the active freeze through DBANK83P.
      *-----------------------------------------------------------------
       P540-LIFT-FREEZE.
           MOVE 'BNKFRZ' TO WS-AUDIT-TABLE.

           MOVE SPACES TO CD83-DATA WS-CALL-ERRMSG WS-CALL-GOODMSG.
           SET CD83I-QUERY TO TRUE.
           MOVE MNT-D-KEY TO CD83I-ACCNO.

           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE WS-CALL-ERRMSG
                                 BY REFERENCE WS-CALL-GOODMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO LIFT-FREEZE-EXIT
           END-IF.

           STRING 'FREEZE '    DELIMITED BY SIZE
                  CD83O-FROZEN DELIMITED BY SIZE
             INTO WS-BEFORE-IMAGE.

           MOVE SPACES TO CD83-DATA WS-CALL-ERRMSG WS-CALL-GOODMSG.
           SET CD83I-LIFT TO TRUE.
           MOVE MNT-D-KEY  TO CD83I-ACCNO.
           MOVE WS-OFFICER TO CD83I-OFFICER.

           CALL 'DBANK83P' USING BY REFERENCE CD83-DATA
                                 BY REFERENCE WS-CALL-ERRMSG
                                 BY REFERENCE WS-CALL-GOODMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO LIFT-FREEZE-EXIT
           END-IF.

           MOVE 'FREEZE LIFTED' TO WS-AFTER-IMAGE.
           MOVE 'A' TO WS-LINE-RESULT.

       LIFT-FREEZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CV - a product conversion through DCONV01P: its own preview
      * when previewing, its settle-and-convert (committed by
      * DCONV01P) when executing.
      *-----------------------------------------------------------------
       P550-CONVERT.
           MOVE 'BNKACC' TO WS-AUDIT-TABLE.

           MOVE SPACES TO CONV01-DATA WS-CALL-ERRMSG WS-CALL-GOODMSG.
           SET CONV01I-PREVIEW TO TRUE.
           MOVE WS-OFFICER       TO CONV01I-USERID.
           MOVE MNT-D-KEY        TO CONV01I-ACCNO.
           MOVE MNT-D-VALUE(1:1) TO CONV01I-NEW-TYPE.

           CALL 'DCONV01P' USING BY REFERENCE CONV01-DATA
                                 BY REFERENCE WS-CALL-ERRMSG
                                 BY REFERENCE WS-CALL-GOODMSG.

           IF WS-CALL-ERRMSG NOT = SPACES
               MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
               GO TO CONVERT-EXIT
           END-IF.

           STRING 'TYPE '          DELIMITED BY SIZE
                  CONV01O-OLD-TYPE DELIMITED BY SIZE
             INTO WS-BEFORE-IMAGE.
           STRING 'TYPE '          DELIMITED BY SIZE
                  CONV01I-NEW-TYPE DELIMITED BY SIZE
             INTO WS-AFTER-IMAGE.

           IF WS-EXECUTE
               SET WS-UNIT-ALONE TO TRUE
               MOVE SPACES TO WS-CALL-ERRMSG WS-CALL-GOODMSG
               SET CONV01I-CONVERT TO TRUE
               CALL 'DCONV01P' USING BY REFERENCE CONV01-DATA
                                     BY REFERENCE WS-CALL-ERRMSG
                                     BY REFERENCE WS-CALL-GOODMSG
               IF WS-CALL-ERRMSG NOT = SPACES
                   MOVE WS-CALL-ERRMSG TO WS-LINE-MSG
                   GO TO CONVERT-EXIT
               END-IF
           END-IF.

           MOVE CONV01O-SETTLE-INT   TO WS-AMT-DSP.
           MOVE CONV01O-PRORATED-FEE TO WS-AMT-DSP2.
           STRING 'INTEREST ' DELIMITED BY SIZE
                  WS-AMT-DSP  DELIMITED BY SIZE
                  ' FEE '     DELIMITED BY SIZE
                  WS-AMT-DSP2 DELIMITED BY SIZE
             INTO WS-LINE-MSG.

           MOVE 'A' TO WS-LINE-RESULT.

       CONVERT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The change's before/after image on BNKMADT, in the submitting
      * officer's name, keyed by the account or customer with the
      * batch and line it came from.  A line whose audit cannot be
      * written is refused with it.
      *-----------------------------------------------------------------
       P560-WRITE-AUDIT.
           MOVE SPACES         TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE WS-OFFICER     TO CD74I-USERID.
           MOVE 'DBMNT01P'     TO CD74I-PROGRAM.
           MOVE WS-AUDIT-TABLE TO CD74I-TABLE.
           MOVE 'C'            TO CD74I-ACTION.
           MOVE WS-LINE-NO     TO WS-LINE-DSP.
           STRING MNT-D-KEY    DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-BATCH-ID  DELIMITED BY SPACE
                  '/'          DELIMITED BY SIZE
                  WS-LINE-DSP  DELIMITED BY SIZE
             INTO CD74I-KEY.
           MOVE WS-BEFORE-IMAGE TO CD74I-BEFORE.
           STRING WS-AFTER-IMAGE     DELIMITED BY '  '
                  ' APPROVED BY '    DELIMITED BY SIZE
                  DCL-BMT-DECIDED-BY DELIMITED BY SIZE
             INTO CD74I-AFTER.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE 'R'             TO WS-LINE-RESULT
               MOVE WS-AUDIT-ERRMSG TO WS-LINE-MSG
           END-IF.

       P570-REPORT-LINE.
           MOVE SPACES          TO WS-RPT-LINE.
           MOVE WS-LINE-NO      TO RPT-LINE-NO.
           MOVE MNT-D-LEVEL     TO RPT-LEVEL.
           MOVE MNT-D-KEY       TO RPT-KEY.
           MOVE MNT-D-ACTION    TO RPT-ACTION.
           MOVE WS-BEFORE-IMAGE TO RPT-BEFORE.
           MOVE WS-AFTER-IMAGE  TO RPT-AFTER.

           EVALUATE TRUE
               WHEN WS-LINE-CHANGES AND WS-PREVIEW
                   STRING 'WILL CHANGE ' DELIMITED BY SIZE
                          WS-LINE-MSG    DELIMITED BY SIZE
                     INTO RPT-RESULT
               WHEN WS-LINE-CHANGES
                   STRING 'APPLIED '     DELIMITED BY SIZE
                          WS-LINE-MSG    DELIMITED BY SIZE
                     INTO RPT-RESULT
               WHEN WS-LINE-NO-CHANGE
                   MOVE 'NO CHANGE - ALREADY SO' TO RPT-RESULT
               WHEN WS-PREVIEW
                   STRING 'REJECTED - '  DELIMITED BY SIZE
                          WS-LINE-MSG    DELIMITED BY SIZE
                     INTO RPT-RESULT
               WHEN OTHER
                   STRING 'FAILED - '    DELIMITED BY SIZE
                          WS-LINE-MSG    DELIMITED BY SIZE
                     INTO RPT-RESULT
           END-EVALUATE.

           WRITE MNTRPT-RECORD FROM WS-RPT-LINE.

      *-----------------------------------------------------------------
      * Totals at the foot of the report.
      *-----------------------------------------------------------------
       P600-WRITE-TOTALS.
           MOVE SPACES TO MNTRPT-RECORD.
           WRITE MNTRPT-RECORD.

           MOVE WS-CHANGE-COUNT    TO WS-CNT-DSP.
           MOVE WS-NO-CHANGE-COUNT TO WS-CNT-DSP2.
           MOVE WS-REJECT-COUNT    TO WS-CNT-DSP3.
           MOVE SPACES TO MNTRPT-RECORD.
           IF WS-PREVIEW
               STRING 'LINES THAT WILL CHANGE: ' DELIMITED BY SIZE
                      WS-CNT-DSP                 DELIMITED BY SIZE
                      '   ALREADY SO: '          DELIMITED BY SIZE
                      WS-CNT-DSP2                DELIMITED BY SIZE
                      '   REJECTED: '            DELIMITED BY SIZE
                      WS-CNT-DSP3                DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           ELSE
               STRING 'LINES APPLIED: '          DELIMITED BY SIZE
                      WS-CNT-DSP                 DELIMITED BY SIZE
                      '   ALREADY SO: '          DELIMITED BY SIZE
                      WS-CNT-DSP2                DELIMITED BY SIZE
                      '   FAILED: '              DELIMITED BY SIZE
                      WS-CNT-DSP3                DELIMITED BY SIZE
                 INTO MNTRPT-RECORD
           END-IF.
           WRITE MNTRPT-RECORD.

           IF WS-JOB-HAD-ERROR
               MOVE SPACES TO MNTRPT-RECORD
               MOVE 'RUN STOPPED - SEE THE JOB LOG' TO MNTRPT-RECORD
               WRITE MNTRPT-RECORD
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DBMNT01P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The register row (preview) or the last unit and the completion
      * mark (execution) go in here; a failed run keeps only what its
      * units had already committed.
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
           MOVE 'BULKMNT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'BULKMNT' TO CD37I-JOB.
           MOVE WS-DETAIL-COUNT TO CD37I-ROWS-READ.
           MOVE WS-CHANGE-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REJECT-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO            TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF WS-RPT-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
