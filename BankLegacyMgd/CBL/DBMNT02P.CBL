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
001300* Program:     DBMNT02P.CBL                                    *
001400* Function:    Bulk maintenance approval - the second officer's *
001500*              side of DBMNT01P.  A previewed instruction file  *
001600*              waits on BNKBMNT until a supervisor or admin who *
001700*              did not submit it approves it ('A') - only then  *
001800*              will DBMNT01P execute it - or rejects it ('J').  *
001900*              A file that failed preview cannot be approved;   *
002000*              it is corrected and previewed again.  Either     *
002100*              decision needs a note and is audited to BNKMADT  *
002200*              through DBANK74P.  'L' lists the files not yet   *
002300*              finished with, oldest preview first, for the     *
002400*              Bulk Maintenance screen.                         *
002500*              SQL version                                      *
002600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBMNT02P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-LINES-DSP                      PIC Z(6)9.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSBM
           END-EXEC.

           COPY CBANKSBMX.

       01  WS-OPER-PID                           PIC X(5).
       01  WS-OPER-ROLE                          PIC X(1).
       01  WS-OLD-STATUS                         PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CBMNT02.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference BMNT02-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO BMNT02O-BATCH-COUNT.

           EVALUATE TRUE
               WHEN BMNT02I-LIST
                   PERFORM P100-LIST-BATCHES
               WHEN BMNT02I-APPROVE
               WHEN BMNT02I-REJECT
                   PERFORM P200-DECIDE-BATCH THRU DECIDE-BATCH-EXIT
               WHEN OTHER
                   MOVE 'Invalid bulk maintenance function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The files not finished with, oldest preview first - failed
      * preview, waiting for a decision, approved but not yet run,
      * and part-executed ones waiting on their restart.
      *=================================================================
       P100-LIST-BATCHES.
           EXEC SQL
                DECLARE BMT_CSR CURSOR FOR
                SELECT BMT_BATCH_ID, BMT_FILE_DATE, BMT_SUBMITTED_BY,
                       BMT_LINES, BMT_REJECTED, BMT_STATUS,
                       BMT_DONE_LINE, BMT_DECIDED_BY, BMT_PREVIEW_TS
                FROM BNKBMNT
                WHERE BMT_STATUS IN ('V', 'P', 'A', 'E')
                ORDER BY BMT_PREVIEW_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN BMT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-BATCH
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR BMNT02O-BATCH-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE BMT_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND BMNT02O-BATCH-COUNT = ZERO
               MOVE 'No bulk maintenance files outstanding'
                 TO GOOD-ERRMSG
           END-IF.

       P110-FETCH-BATCH.
           EXEC SQL
                FETCH BMT_CSR
                INTO :DCL-BMT-BATCH-ID,
                     :DCL-BMT-FILE-DATE,
                     :DCL-BMT-SUBMITTED-BY,
                     :DCL-BMT-LINES,
                     :DCL-BMT-REJECTED,
                     :DCL-BMT-STATUS,
                     :DCL-BMT-DONE-LINE,
                     :DCL-BMT-DECIDED-BY,
                     :DCL-BMT-PREVIEW-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO BMNT02O-BATCH-COUNT
               MOVE BMNT02O-BATCH-COUNT TO WS-SUB
               MOVE DCL-BMT-BATCH-ID   TO BMNT02O-L-BATCH-ID(WS-SUB)
               MOVE DCL-BMT-FILE-DATE  TO BMNT02O-L-FILE-DATE(WS-SUB)
               MOVE DCL-BMT-SUBMITTED-BY
                 TO BMNT02O-L-SUBMITTED-BY(WS-SUB)
               MOVE DCL-BMT-LINES      TO BMNT02O-L-LINES(WS-SUB)
               MOVE DCL-BMT-REJECTED   TO BMNT02O-L-REJECTED(WS-SUB)
               MOVE DCL-BMT-STATUS     TO BMNT02O-L-STATUS(WS-SUB)
               MOVE DCL-BMT-DONE-LINE  TO BMNT02O-L-DONE-LINE(WS-SUB)
               MOVE DCL-BMT-DECIDED-BY TO BMNT02O-L-DECIDED-BY(WS-SUB)
               MOVE DCL-BMT-PREVIEW-TS TO BMNT02O-L-PREVIEW-TS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The second officer's decision on a previewed file.  It needs
      * a supervisor, someone other than the submitter, and a note of
      * why; only a file that passed preview can be approved.
      *=================================================================
       P200-DECIDE-BATCH.
           IF BMNT02I-BATCH-ID = SPACES
               MOVE 'Please select a file' TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF BMNT02I-NOTE = SPACES
               MOVE 'Please give the reason for this decision'
                 TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           MOVE BMNT02I-USERID TO WS-OPER-PID.
           MOVE SPACE          TO WS-OPER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-OPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-OPER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Officer is not on file' TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF WS-OPER-ROLE NOT = 'S' AND WS-OPER-ROLE NOT = 'A'
               MOVE 'Approving bulk maintenance requires a supervisor'
                 TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           MOVE BMNT02I-BATCH-ID TO DCL-BMT-BATCH-ID.

           EXEC SQL
                SELECT BMT_SUBMITTED_BY, BMT_STATUS, BMT_LINES
                  INTO :DCL-BMT-SUBMITTED-BY, :DCL-BMT-STATUS,
                       :DCL-BMT-LINES
                  FROM BNKBMNT
                 WHERE BMT_BATCH_ID = :DCL-BMT-BATCH-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Bulk maintenance file not found' TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF DCL-BMT-INVALID AND BMNT02I-APPROVE
               MOVE 'File failed preview - correct it and preview again'
                 TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF NOT DCL-BMT-PENDING AND NOT DCL-BMT-INVALID
               MOVE 'File is not waiting for a decision'
                 TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF DCL-BMT-SUBMITTED-BY = BMNT02I-USERID
               MOVE 'A file cannot be approved by its own submitter'
                 TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           MOVE DCL-BMT-STATUS TO WS-OLD-STATUS.

           IF BMNT02I-APPROVE
               SET DCL-BMT-APPROVED       TO TRUE
           ELSE
               SET DCL-BMT-REJECTED-BATCH TO TRUE
           END-IF.

           MOVE BMNT02I-USERID TO DCL-BMT-DECIDED-BY.
           MOVE BMNT02I-NOTE   TO DCL-BMT-DECIDE-NOTE.

           EXEC SQL
                UPDATE BNKBMNT
                   SET BMT_STATUS      = :DCL-BMT-STATUS,
                       BMT_DECIDED_BY  = :DCL-BMT-DECIDED-BY,
                       BMT_DECIDED_TS  = CURRENT TIMESTAMP,
                       BMT_DECIDE_NOTE = :DCL-BMT-DECIDE-NOTE
                 WHERE BMT_BATCH_ID    = :DCL-BMT-BATCH-ID
                   AND BMT_STATUS IN ('P', 'V')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           MOVE SPACES           TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE BMNT02I-USERID   TO CD74I-USERID.
           MOVE 'DBMNT02P'       TO CD74I-PROGRAM.
           MOVE 'BNKBMNT'        TO CD74I-TABLE.
           MOVE DCL-BMT-BATCH-ID TO CD74I-KEY.
           MOVE 'C'              TO CD74I-ACTION.
           MOVE DCL-BMT-LINES    TO WS-LINES-DSP.
           STRING 'STATUS='                DELIMITED BY SIZE
                  WS-OLD-STATUS            DELIMITED BY SIZE
                  ' SUBMITTED BY '         DELIMITED BY SIZE
                  DCL-BMT-SUBMITTED-BY     DELIMITED BY SIZE
                  ' LINES '                DELIMITED BY SIZE
                  WS-LINES-DSP             DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           STRING 'STATUS='           DELIMITED BY SIZE
                  DCL-BMT-STATUS      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-BMT-DECIDE-NOTE DELIMITED BY SIZE
             INTO CD74I-AFTER.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
               GO TO DECIDE-BATCH-EXIT
           END-IF.

           IF BMNT02I-APPROVE
               MOVE 'File approved - DBMNT01P can now execute it'
                 TO GOOD-ERRMSG
           ELSE
               MOVE 'File rejected - nothing in it will be applied'
                 TO GOOD-ERRMSG
           END-IF.

       DECIDE-BATCH-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Bulk maintenance register failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
