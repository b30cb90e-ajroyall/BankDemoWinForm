002000*              SQL version - standalone batch step, connects    *
002100*              and disconnects itself (same pattern as          *
002200*              DBANK07P's statement run).                       *
002210*              Each account that goes dormant, or wakes up       *
002220*              again, leaves a BNKMADT row through DBANK74P -    *
002230*              the DATTR01P attrition MIS counts the             *
002240*              transitions from there.                           *
002300*****************************************************************

       IDENTIFICATION DIVISION.
           05  WS-JOB-ERROR-SW                    PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR               VALUE 'Y'.
           05  WS-COMMIT-STATUS                   PIC X(1).
           05  WS-OLD-STATUS                      PIC X(1).
           05  WS-AUDIT-ERRMSG                    PIC X(65).

      *-----------------------------------------------------------------
      * Batch run-log work areas - every run writes its BNKRUNLG row

           COPY CBANKVC37.
           COPY CPARM01.
           COPY CBANKVC74.

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).
      *-----------------------------------------------------------------
       P220-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE DCL-BAC-STATUS TO WS-OLD-STATUS.

           EXEC SQL
                SELECT COUNT(*)

           PERFORM P230-UPDATE-STATUS.

           IF SQLCODE = ZERO
               IF (DCL-BAC-DORMANT AND WS-OLD-STATUS NOT = 'D') OR
                  (DCL-BAC-ACTIVE AND WS-OLD-STATUS = 'D')
                   PERFORM P250-WRITE-AUDIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One mail-merge line for the dormancy letter - the same
      * comma-delimited name-and-address shape DBANK21P exports.
               WRITE DORMLTR-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * One BNKMADT row per dormancy transition, riding the scan's own
      * unit of work - so the row and the status flip stand or fall
      * together.
      *-----------------------------------------------------------------
       P250-WRITE-AUDIT.
           MOVE SPACES          TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'BATCH'         TO CD74I-USERID.
           MOVE 'DBANK26P'      TO CD74I-PROGRAM.
           MOVE 'BNKACC  '      TO CD74I-TABLE.
           MOVE DCL-BAC-ACCNO   TO CD74I-KEY.
           MOVE 'U'             TO CD74I-ACTION.
           STRING 'STATUS=' DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           STRING 'STATUS=' DELIMITED BY SIZE
                  DCL-BAC-STATUS DELIMITED BY SIZE
             INTO CD74I-AFTER.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               DISPLAY 'DBANK26P - audit failed: ' WS-AUDIT-ERRMSG
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *-----------------------------------------------------------------
      * Post the flag back to BNKACC for this account.
      *-----------------------------------------------------------------
