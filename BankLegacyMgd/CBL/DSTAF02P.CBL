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
001300* Program:     DSTAF02P.CBL                                    *
001400* Function:    Nightly insider-transaction report.  Everything  *
001500*              a staff login did today on an account held by    *
001600*              its own PID or a PID it has declared a relation  *
001700*              to on BNKSTAFL:                                  *
001800*                - BNKTXN postings, the acting login being the  *
001900*                  BTX_USERID that keyed them (or BTX_PID when  *
002000*                  none did) - teller cash through DBANK55P and *
002100*                  back-valued postings through DVALD01P are    *
002200*                  told apart from the rest                     *
002300*                - BNKFEEWV fee waivers submitted or decided    *
002400*                  today through DFEEW01P                       *
002500*                - BNKSADT dormancy reactivations (DBANK70P),   *
002600*                  unlocks and role changes (DBANK53P)          *
002700*              with counts by kind.  Written to STAFMON.RPT for *
002800*              compliance and registered on the batch run log.  *
002900*              Read only.                                       *
003000*              SQL version - standalone batch step, connects    *
003100*              and disconnects itself.                          *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSTAF02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STFRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STFRPT.
       01  STFRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\STAFMON.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CASH-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BACKVAL-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-POSTING-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-WAIVER-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ADMIN-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

       01  WS-RPT-LINE.
           05  WS-RL-KIND                        PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  WS-RL-ACTOR                       PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ACCNO                       PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-REL-PID                     PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-RELATION                    PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-AMOUNT                      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-WHEN                        PIC X(19).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-DETAIL                      PIC X(40).

       01  WS-CNT-DSP                            PIC Z(6)9.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           COPY CBANKSTXX.
           COPY CBANKSSFX.
           COPY CBANKSFWX.
           COPY CBANKSSAX.

       01  WS-RUN-DATE                           PIC X(10).
       01  WS-EVENT-TS                           PIC X(26).

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
               PERFORM P100-RUN-REPORT THRU RUN-REPORT-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DSTAF02P - unable to connect, staff report aborted'
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
      * Today's postings, then waivers, then security actions.
      *=================================================================
       P100-RUN-REPORT.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           OPEN OUTPUT STFRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DSTAF02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           MOVE SPACES TO STFRPT-RECORD.
           STRING 'STAFF ACTIVITY ON OWN AND RELATED ACCOUNTS - '
                                   DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE SPACES TO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'KIND       LOGIN  ACCOUNT    RELPID  R'
                    DELIMITED BY SIZE
                  '        AMOUNT  WHEN                 DETAIL'
                    DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.

           PERFORM P200-POSTINGS.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-WAIVERS
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-ADMIN-ACTIONS
           END-IF.

           MOVE SPACES TO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE WS-CASH-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'TELLER CASH:         ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE WS-BACKVAL-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'BACK-VALUED:         ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE WS-POSTING-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'OTHER POSTINGS:      ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE WS-WAIVER-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'FEE WAIVERS:         ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.
           MOVE WS-ADMIN-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO STFRPT-RECORD.
           STRING 'REACTIVATE/UNLOCK:   ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO STFRPT-RECORD.
           WRITE STFRPT-RECORD.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - REPORT INCOMPLETE' TO STFRPT-RECORD
               WRITE STFRPT-RECORD
           END-IF.

           CLOSE STFRPT.

           DISPLAY 'DSTAF02P - staff activity report complete, listed: '
                   WS-READ-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Account postings keyed by a staff login on an account one of
      * its linked PIDs owns or is on - the drawer legs, against no
      * account, do not show.  One line per posting, however many of
      * the login's links tie it.
      *-----------------------------------------------------------------
       P200-POSTINGS.
           EXEC SQL
                DECLARE STPST_CSR CURSOR FOR
                SELECT S.STL_USERID, T.BTX_ACCNO,
                       CHAR(T.BTX_TIMESTAMP), T.BTX_AMOUNT,
                       T.BTX_CATEGORY, T.BTX_USERID,
                       T.BTX_VALUE_DATE,
                       MIN(S.STL_PID), MIN(S.STL_RELATION)
                FROM BNKTXN T, BNKSTAFL S
                WHERE CHAR(DATE(T.BTX_TIMESTAMP)) = :WS-RUN-DATE
                  AND T.BTX_ACCNO IS NOT NULL
                  AND (T.BTX_USERID = S.STL_USERID
                       OR (T.BTX_USERID = ' '
                           AND T.BTX_PID = S.STL_USERID))
                  AND (S.STL_PID IN
                          (SELECT BAC_PID FROM BNKACC
                            WHERE BAC_ACCNO = T.BTX_ACCNO)
                       OR S.STL_PID IN
                          (SELECT ACH_PID FROM BNKACCHLD
                            WHERE ACH_ACCNO = T.BTX_ACCNO))
                GROUP BY S.STL_USERID, T.BTX_ACCNO, T.BTX_TIMESTAMP,
                         T.BTX_AMOUNT, T.BTX_CATEGORY, T.BTX_USERID,
                         T.BTX_VALUE_DATE, T.BTX_CHAIN_SEQ
                ORDER BY S.STL_USERID, T.BTX_TIMESTAMP
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN STPST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-POSTING
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE STPST_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    Back-valued first (an earlier value date), then teller cash
      *    (keyed for the holder, deposit or withdrawal), then the rest.
       P210-FETCH-POSTING.
           EXEC SQL
                FETCH STPST_CSR
                INTO :DCL-STL-USERID, :DCL-BTX-ACCNO,
                     :WS-EVENT-TS, :DCL-BTX-AMOUNT,
                     :DCL-BTX-CATEGORY, :DCL-BTX-USERID,
                     :DCL-BTX-VALUE-DATE,
                     :DCL-STL-PID, :DCL-STL-RELATION
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-RPT-LINE
               EVALUATE TRUE
                   WHEN DCL-BTX-VALUE-DATE NOT = SPACES AND
                        DCL-BTX-VALUE-DATE < WS-RUN-DATE
                       MOVE 'BACK-VALUE' TO WS-RL-KIND
                       STRING 'VALUE DATE ' DELIMITED BY SIZE
                              DCL-BTX-VALUE-DATE DELIMITED BY SIZE
                         INTO WS-RL-DETAIL
                       ADD 1 TO WS-BACKVAL-COUNT
                   WHEN DCL-BTX-USERID NOT = SPACES AND
                        (DCL-BTX-IS-DEPOSIT OR DCL-BTX-IS-WITHDRAWAL)
                       MOVE 'CASH'       TO WS-RL-KIND
                       ADD 1 TO WS-CASH-COUNT
                   WHEN OTHER
                       MOVE 'POSTING'    TO WS-RL-KIND
                       ADD 1 TO WS-POSTING-COUNT
               END-EVALUATE
               IF WS-RL-DETAIL = SPACES
                   STRING 'CATEGORY ' DELIMITED BY SIZE
                          DCL-BTX-CATEGORY DELIMITED BY SIZE
                     INTO WS-RL-DETAIL
               END-IF
               MOVE DCL-STL-USERID   TO WS-RL-ACTOR
               MOVE DCL-BTX-ACCNO    TO WS-RL-ACCNO
               MOVE DCL-STL-PID      TO WS-RL-REL-PID
               MOVE DCL-STL-RELATION TO WS-RL-RELATION
               MOVE DCL-BTX-AMOUNT   TO WS-RL-AMOUNT
               MOVE WS-EVENT-TS(1:19) TO WS-RL-WHEN
               PERFORM P700-WRITE-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Waivers submitted today, or approved/rejected today, by a
      * staff login on an account tied to it.
      *-----------------------------------------------------------------
       P300-WAIVERS.
           EXEC SQL
                DECLARE STFWV_CSR CURSOR FOR
                SELECT S.STL_USERID, W.FWV_ACCNO, W.FWV_TYPE,
                       W.FWV_STATUS, W.FWV_AMOUNT,
                       W.FWV_REQUESTED_BY, CHAR(W.FWV_UPDATED_TS),
                       MIN(S.STL_PID), MIN(S.STL_RELATION)
                FROM BNKFEEWV W, BNKSTAFL S
                WHERE ((CHAR(DATE(W.FWV_CREATED_TS)) = :WS-RUN-DATE
                        AND S.STL_USERID = W.FWV_REQUESTED_BY)
                    OR (CHAR(DATE(W.FWV_UPDATED_TS)) = :WS-RUN-DATE
                        AND S.STL_USERID = W.FWV_APPROVED_BY))
                  AND (S.STL_PID IN
                          (SELECT BAC_PID FROM BNKACC
                            WHERE BAC_ACCNO = W.FWV_ACCNO)
                       OR S.STL_PID IN
                          (SELECT ACH_PID FROM BNKACCHLD
                            WHERE ACH_ACCNO = W.FWV_ACCNO))
                GROUP BY S.STL_USERID, W.FWV_ACCNO, W.FWV_TYPE,
                         W.FWV_STATUS, W.FWV_AMOUNT,
                         W.FWV_REQUESTED_BY, W.FWV_UPDATED_TS
                ORDER BY S.STL_USERID, W.FWV_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN STFWV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P310-FETCH-WAIVER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE STFWV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P310-FETCH-WAIVER.
           EXEC SQL
                FETCH STFWV_CSR
                INTO :DCL-STL-USERID, :DCL-FWV-ACCNO, :DCL-FWV-TYPE,
                     :DCL-FWV-STATUS, :DCL-FWV-AMOUNT,
                     :DCL-FWV-REQUESTED-BY, :WS-EVENT-TS,
                     :DCL-STL-PID, :DCL-STL-RELATION
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-WAIVER-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'FEE-WAIVER'     TO WS-RL-KIND
               MOVE DCL-STL-USERID   TO WS-RL-ACTOR
               MOVE DCL-FWV-ACCNO    TO WS-RL-ACCNO
               MOVE DCL-STL-PID      TO WS-RL-REL-PID
               MOVE DCL-STL-RELATION TO WS-RL-RELATION
               MOVE DCL-FWV-AMOUNT   TO WS-RL-AMOUNT
               MOVE WS-EVENT-TS(1:19) TO WS-RL-WHEN
               IF DCL-FWV-REQUESTED-BY = DCL-STL-USERID
                   STRING 'SUBMITTED TYPE ' DELIMITED BY SIZE
                          DCL-FWV-TYPE      DELIMITED BY SIZE
                          ' STATUS '        DELIMITED BY SIZE
                          DCL-FWV-STATUS    DELIMITED BY SIZE
                     INTO WS-RL-DETAIL
               ELSE
                   STRING 'DECIDED TYPE '   DELIMITED BY SIZE
                          DCL-FWV-TYPE      DELIMITED BY SIZE
                          ' STATUS '        DELIMITED BY SIZE
                          DCL-FWV-STATUS    DELIMITED BY SIZE
                     INTO WS-RL-DETAIL
               END-IF
               PERFORM P700-WRITE-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Reactivations, unlocks and role changes today where the
      * officer is the customer acted on, or has declared a relation
      * to them.
      *-----------------------------------------------------------------
       P400-ADMIN-ACTIONS.
           EXEC SQL
                DECLARE STSAD_CSR CURSOR FOR
                SELECT DISTINCT A.SAD_ADMIN_PID, A.SAD_TARGET_PID,
                       A.SAD_ACTION, CHAR(A.SAD_TIMESTAMP),
                       A.SAD_OLD_VALUE, A.SAD_NEW_VALUE
                FROM BNKSADT A, BNKSTAFL S
                WHERE CHAR(DATE(A.SAD_TIMESTAMP)) = :WS-RUN-DATE
                  AND A.SAD_ACTION IN ('REACT', 'UNLOCK', 'ROLE')
                  AND S.STL_USERID = A.SAD_ADMIN_PID
                  AND (S.STL_PID = A.SAD_TARGET_PID
                       OR A.SAD_TARGET_PID = A.SAD_ADMIN_PID)
                ORDER BY 1, 4
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN STSAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P410-FETCH-ACTION
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE STSAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P410-FETCH-ACTION.
           EXEC SQL
                FETCH STSAD_CSR
                INTO :DCL-SAD-ADMIN-PID, :DCL-SAD-TARGET-PID,
                     :DCL-SAD-ACTION, :WS-EVENT-TS,
                     :DCL-SAD-OLD-VALUE, :DCL-SAD-NEW-VALUE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-ADMIN-COUNT
               MOVE SPACES TO WS-RPT-LINE
               EVALUATE DCL-SAD-ACTION
                   WHEN 'REACT'
                       MOVE 'REACTIVATE' TO WS-RL-KIND
                   WHEN OTHER
                       MOVE DCL-SAD-ACTION TO WS-RL-KIND
               END-EVALUATE
               MOVE DCL-SAD-ADMIN-PID  TO WS-RL-ACTOR
               MOVE DCL-SAD-TARGET-PID TO WS-RL-REL-PID
               MOVE ZERO               TO WS-RL-AMOUNT
               MOVE WS-EVENT-TS(1:19)  TO WS-RL-WHEN
               STRING DCL-SAD-OLD-VALUE DELIMITED BY SPACE
                      ' TO '            DELIMITED BY SIZE
                      DCL-SAD-NEW-VALUE DELIMITED BY SPACE
                 INTO WS-RL-DETAIL
               PERFORM P700-WRITE-LINE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P700-WRITE-LINE.
           MOVE WS-RPT-LINE TO STFRPT-RECORD.
           WRITE STFRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSTAF02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Nothing is written - the unit of work is only closed off.
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
      * with this run's control totals and files the report.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'STAFMON' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'STAFMON' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE ZERO TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
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
