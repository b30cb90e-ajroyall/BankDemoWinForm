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
001300* Program:     DSODR02P.CBL                                    *
001400* Function:    Monthly segregation-of-duties review.  Each      *
001500*              four-eyes gate checks only its own rule; this    *
001600*              looks across all of them for the month just      *
001700*              ended - BNKXAPPR transfer approvals (DBANK59P),  *
001800*              BNKATPND account-type changes (DBANK58P),        *
001900*              BNKACCSP rate spreads (DSPRD01P), BNKFEEWV fee   *
002000*              waivers (DFEEW01P) and BNKUNDW underwriting      *
002100*              sign-off (DLOAN07P) - and raises a finding for:  *
002200*                SELF - maker and checker of one item the same  *
002300*                LINK - maker of one item and checker of        *
002400*                       another on the same account or type     *
002500*                PAIR - two users who approve nearly all of     *
002600*                       each other's items (SODPAIRMIN items    *
002700*                       each way, SODPAIRPCT percent of each)   *
002800*                FAST - signed off inside SODFASTSECS seconds   *
002900*                       (underwriting is signed off as it is    *
003000*                       keyed, so it is not timed)              *
003100*                ROLE - a BCS_ROLE that clashes with the duties *
003200*                       done: an administrator signing off, a   *
003300*                       compliance or security officer making   *
003400*                       or checking, a checker with no approver *
003500*                       role, or a user given a role this month *
003600*                       by an administrator whose items they    *
003700*                       then approved.                          *
003800*              Findings go to STAFSOD.RPT and onto BNKSODF as   *
003900*              the security officer's worklist (DSODR01P, the   *
004000*              B121 screen).  A rerun replaces the month's      *
004100*              open findings and never touches an attested one. *
004200*              SQL version - standalone batch step, connects    *
004300*              and disconnects itself.                          *
004400*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSODR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRPT.
       01  SODRPT-RECORD                        PIC X(132).

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
                   VALUE "C:\BANK\DATA\STAFSOD.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-FULL-SW                        PIC X(1) VALUE 'N'.
               88  WS-TABLE-FULL                 VALUE 'Y'.
           05  WS-FOUND-SW                       PIC X(1).
               88  WS-FOUND                      VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-PRIOR-TOTAL-MONTHS             PIC S9(5) COMP-3.
           05  WS-PRIOR-YYYY                     PIC 9(4).
           05  WS-PRIOR-MM                       PIC 9(2).
      *-----------------------------------------------------------------
      * Review lines - site-tunable through BNKPARM.
      *-----------------------------------------------------------------
           05  WS-FAST-SECS                      PIC S9(7)V99 COMP-3
                                                  VALUE +30.
           05  WS-PAIR-MIN                       PIC S9(7)V99 COMP-3
                                                  VALUE +3.
           05  WS-PAIR-PCT                       PIC S9(7)V99 COMP-3
                                                  VALUE +75.
      *-----------------------------------------------------------------
      * Subscripts and counts.
      *-----------------------------------------------------------------
           05  WS-IX                             PIC S9(4) COMP.
           05  WS-JX                             PIC S9(4) COMP.
           05  WS-UX                             PIC S9(4) COMP.
           05  WS-PX                             PIC S9(4) COMP.
           05  WS-RX                             PIC S9(4) COMP.
           05  WS-MAKER-UX                       PIC S9(4) COMP.
           05  WS-CHECKER-UX                     PIC S9(4) COMP.
           05  WS-READ-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RAISED-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-KEPT-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SELF-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-LINK-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-PAIR-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FAST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-ROLE-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SHARE-1                        PIC S9(7)V99 COMP-3.
           05  WS-SHARE-2                        PIC S9(7)V99 COMP-3.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.
           05  WS-CNT-DSP4                       PIC Z(6)9.
           05  WS-SECS-DSP                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * Timestamp to seconds - the same 360-day serial the queue
      * monitor ages its items by.  Only a short gap is ever judged,
      * and a month end can only make the gap look longer.
      *-----------------------------------------------------------------
       01  WS-TS-WORK                            PIC X(26).
       01  WS-TS-VIEW REDEFINES WS-TS-WORK.
           05  WS-TS-YYYY                        PIC 9(4).
           05  FILLER                            PIC X(1).
           05  WS-TS-MM                          PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-TS-DD                          PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-TS-HH                          PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-TS-MI                          PIC 9(2).
           05  FILLER                            PIC X(1).
           05  WS-TS-SS                          PIC 9(2).
           05  FILLER                            PIC X(7).
       01  WS-TS-SERIAL                          PIC S9(11) COMP-3.
       01  WS-CREATED-SERIAL                     PIC S9(11) COMP-3.

      *-----------------------------------------------------------------
      * Every item decided in the month, whichever gate it came
      * through.  IT-LINK is what ties items together - the account,
      * or 'TYPE x' for an account-type change.
      *-----------------------------------------------------------------
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-ITEM-MAX                       PIC S9(4) COMP
                                                  VALUE 2000.
           05  WS-ITEM                           OCCURS 2000 TIMES.
               10  WS-IT-GATE                    PIC X(4).
               10  WS-IT-KEY                     PIC X(26).
               10  WS-IT-LINK                    PIC X(9).
               10  WS-IT-MAKER                   PIC X(5).
               10  WS-IT-CHECKER                 PIC X(5).
               10  WS-IT-TIMED                   PIC X(1).
                   88  WS-IT-IS-TIMED            VALUE 'Y'.
               10  WS-IT-SECONDS                 PIC S9(11) COMP-3.

      *-----------------------------------------------------------------
      * Every user seen as maker or checker, with their BCS_ROLE.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05  WS-USER-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-USER-MAX                       PIC S9(4) COMP
                                                  VALUE 500.
           05  WS-USER                           OCCURS 500 TIMES.
               10  WS-US-PID                     PIC X(5).
               10  WS-US-ROLE                    PIC X(1).
                   88  WS-US-APPROVER            VALUES 'S' 'A'.
                   88  WS-US-ADMIN               VALUE 'A'.
                   88  WS-US-CONTROL             VALUES 'C' 'X'.
               10  WS-US-MADE                    PIC S9(5) COMP-3.
               10  WS-US-CHECKED                 PIC S9(5) COMP-3.

      *-----------------------------------------------------------------
      * Maker/checker pairs and how often each checked the other.
      *-----------------------------------------------------------------
       01  WS-PAIR-TABLE.
           05  WS-PAIR-TOTAL                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-PAIR-MAX                       PIC S9(4) COMP
                                                  VALUE 1000.
           05  WS-PAIR                           OCCURS 1000 TIMES.
               10  WS-PR-MAKER                   PIC X(5).
               10  WS-PR-CHECKER                 PIC X(5).
               10  WS-PR-COUNT                   PIC S9(5) COMP-3.

       01  WS-RPT-LINE.
           05  WS-RL-SEQ                         PIC Z(4)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-KIND                        PIC X(4).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-USER1                       PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-USER2                       PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-GATE                        PIC X(4).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-ITEM                        PIC X(26).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-RL-DETAIL                      PIC X(60).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  WS-RL-KEPT                        PIC X(8).

           COPY CBANKVC37.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSXA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSFW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSUW
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSA
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDU
           END-EXEC.

           COPY CBANKSDUX.
           COPY CBANKSSAX.

       01  WS-PRIOR-MONTH                        PIC X(7).
       01  WS-NEW-KEY                            PIC X(26).
       01  WS-NEW-MAKER                          PIC X(5).
       01  WS-NEW-CHECKER                        PIC X(5).
       01  WS-NEW-LINK                           PIC X(9).
       01  WS-NEW-TYPE                           PIC X(1).
       01  WS-NEW-STATUS                         PIC X(1).
       01  WS-NEW-DECIDED                        PIC X(26).
       01  WS-USER-PID                           PIC X(5).
       01  WS-USER-ROLE                          PIC X(1).
       01  WS-MAX-SEQ                            PIC S9(5) COMP-3.
       01  WS-SEQ-NULL                           PIC S9(4) COMP.
       01  WS-ROW-COUNT                          PIC S9(4) COMP.

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
                 'DSODR02P - unable to connect, duties review aborted'
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
      * Load the month's decided items from every gate, then judge
      * them item by item, pair by pair and user by user.
      *=================================================================
       P100-RUN-REPORT.
           PERFORM P110-BUILD-PRIOR-MONTH.
           PERFORM P050-LOAD-PARMS.

           OPEN OUTPUT SODRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DSODR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-REPORT-EXIT
           END-IF.

           MOVE SPACES TO SODRPT-RECORD.
           STRING 'SEGREGATION OF DUTIES REVIEW - '
                                   DELIMITED BY SIZE
                  WS-PRIOR-MONTH   DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE SPACES TO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE SPACES TO SODRPT-RECORD.
           STRING '  SEQ  KIND  USER1  USER2  GATE  ITEM'
                    DELIMITED BY SIZE
                  '                        DETAIL'
                    DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.

           PERFORM P150-CLEAR-MONTH.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P200-LOAD-XFER
           END-IF.
           IF NOT WS-JOB-HAD-ERROR
               PERFORM P210-LOAD-ATYPE
           END-IF.
           IF NOT WS-JOB-HAD-ERROR
               PERFORM P220-LOAD-SPREAD
           END-IF.
           IF NOT WS-JOB-HAD-ERROR
               PERFORM P230-LOAD-WAIVER
           END-IF.
           IF NOT WS-JOB-HAD-ERROR
               PERFORM P240-LOAD-UNDERWRITE
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P300-NOTE-USERS
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-COUNT
               PERFORM P320-LOAD-ROLE
                   VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-USER-COUNT OR WS-JOB-HAD-ERROR
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P400-CHECK-ITEM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-COUNT OR WS-JOB-HAD-ERROR
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P460-CHECK-PAIR
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-TOTAL OR WS-JOB-HAD-ERROR
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P470-CHECK-ROLE
                   VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-USER-COUNT OR WS-JOB-HAD-ERROR
           END-IF.

           IF NOT WS-JOB-HAD-ERROR
               PERFORM P480-ROLE-CHANGES
           END-IF.

           PERFORM P600-WRITE-TOTALS.

           CLOSE SODRPT.

           DISPLAY 'DSODR02P - duties review complete, items: '
                   WS-READ-COUNT ' findings: ' WS-RAISED-COUNT.

       RUN-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The review lines in force - a lookup problem leaves the
      * compiled value standing.
      *-----------------------------------------------------------------
       P050-LOAD-PARMS.
           MOVE 'SODFASTSECS' TO PARM01I-NAME.
           MOVE WS-FAST-SECS  TO PARM01I-VALUE.
           PERFORM P055-GET-PARM.
           MOVE PARM01I-VALUE TO WS-FAST-SECS.

           MOVE 'SODPAIRMIN'  TO PARM01I-NAME.
           MOVE WS-PAIR-MIN   TO PARM01I-VALUE.
           PERFORM P055-GET-PARM.
           MOVE PARM01I-VALUE TO WS-PAIR-MIN.

           MOVE 'SODPAIRPCT'  TO PARM01I-NAME.
           MOVE WS-PAIR-PCT   TO PARM01I-VALUE.
           PERFORM P055-GET-PARM.
           MOVE PARM01I-VALUE TO WS-PAIR-PCT.

       P055-GET-PARM.
           MOVE SPACES TO PARM01O-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           MOVE SPACES TO PARM01I-FUNCTION PARM01I-USERID
                          PARM01I-EFF-DATE.
           SET PARM01I-GET TO TRUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO PARM01I-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * The month just ended - the same month arithmetic the fee
      * waiver report uses.
      *-----------------------------------------------------------------
       P110-BUILD-PRIOR-MONTH.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           COMPUTE WS-PRIOR-TOTAL-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM - 1.
           COMPUTE WS-PRIOR-YYYY =
               (WS-PRIOR-TOTAL-MONTHS - 1) / 12.
           COMPUTE WS-PRIOR-MM =
               WS-PRIOR-TOTAL-MONTHS - (WS-PRIOR-YYYY * 12).

           MOVE SPACES TO WS-PRIOR-MONTH.
           STRING WS-PRIOR-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-PRIOR-MM   DELIMITED BY SIZE
             INTO WS-PRIOR-MONTH.

      *-----------------------------------------------------------------
      * A rerun - the month's open findings go, attested ones stay,
      * and numbering carries on after the highest one left.
      *-----------------------------------------------------------------
       P150-CLEAR-MONTH.
           EXEC SQL
                DELETE FROM BNKSODF
                 WHERE SOD_MONTH  = :WS-PRIOR-MONTH
                   AND SOD_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO CLEAR-MONTH-EXIT
           END-IF.

           MOVE ZERO TO WS-MAX-SEQ.

           EXEC SQL
                SELECT MAX(SOD_SEQ)
                  INTO :WS-MAX-SEQ :WS-SEQ-NULL
                  FROM BNKSODF
                 WHERE SOD_MONTH = :WS-PRIOR-MONTH
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-SEQ-NULL < ZERO
               MOVE ZERO TO WS-MAX-SEQ
           END-IF.

       CLEAR-MONTH-EXIT.
           EXIT.

      *=================================================================
      * Transfer approvals - the teller who keyed it and the
      * supervisor who approved or rejected it.
      *=================================================================
       P200-LOAD-XFER.
           EXEC SQL
                DECLARE SDXAP_CSR CURSOR FOR
                SELECT CHAR(XAP_CREATED_TS), XAP_PID, XAP_SUPERVISOR,
                       XAP_FROM_ACC, CHAR(XAP_DECIDED_TS)
                FROM BNKXAPPR
                WHERE XAP_STATUS IN ('A', 'R')
                  AND XAP_SUPERVISOR <> ' '
                  AND SUBSTR(CHAR(XAP_DECIDED_TS), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY XAP_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDXAP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P205-FETCH-XFER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDXAP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P205-FETCH-XFER.
           EXEC SQL
                FETCH SDXAP_CSR
                INTO :WS-NEW-KEY, :WS-NEW-MAKER, :WS-NEW-CHECKER,
                     :WS-NEW-LINK, :WS-NEW-DECIDED
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'XFER' TO DCL-SOD-GATE
               MOVE 'Y'    TO WS-FOUND-SW
               PERFORM P290-ADD-ITEM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Account-type changes - tied together by the type itself.
      *=================================================================
       P210-LOAD-ATYPE.
           EXEC SQL
                DECLARE SDATP_CSR CURSOR FOR
                SELECT CHAR(ATP_CREATED_TS), ATP_REQUESTED_BY,
                       ATP_APPROVED_BY, ATP_TYPE,
                       CHAR(ATP_DECIDED_TS)
                FROM BNKATPND
                WHERE ATP_STATUS IN ('A', 'R')
                  AND ATP_APPROVED_BY <> ' '
                  AND SUBSTR(CHAR(ATP_DECIDED_TS), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY ATP_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDATP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P215-FETCH-ATYPE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDATP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P215-FETCH-ATYPE.
           EXEC SQL
                FETCH SDATP_CSR
                INTO :WS-NEW-KEY, :WS-NEW-MAKER, :WS-NEW-CHECKER,
                     :WS-NEW-TYPE, :WS-NEW-DECIDED
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-NEW-LINK
               STRING 'TYPE '     DELIMITED BY SIZE
                      WS-NEW-TYPE DELIMITED BY SIZE
                 INTO WS-NEW-LINK
               MOVE 'ATYP' TO DCL-SOD-GATE
               MOVE 'Y'    TO WS-FOUND-SW
               PERFORM P290-ADD-ITEM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Rate spreads decided in the month - an approved spread that
      * has since expired still counts, but its last update is the
      * expiry, so only a live or rejected one is timed.
      *=================================================================
       P220-LOAD-SPREAD.
           EXEC SQL
                DECLARE SDASP_CSR CURSOR FOR
                SELECT CHAR(ASP_CREATED_TS), ASP_REQUESTED_BY,
                       ASP_APPROVED_BY, ASP_ACCNO,
                       CHAR(ASP_UPDATED_TS), ASP_STATUS
                FROM BNKACCSP
                WHERE ASP_STATUS IN ('A', 'R', 'X')
                  AND ASP_APPROVED_BY <> ' '
                  AND SUBSTR(CHAR(ASP_UPDATED_TS), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY ASP_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDASP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P225-FETCH-SPREAD
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDASP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P225-FETCH-SPREAD.
           EXEC SQL
                FETCH SDASP_CSR
                INTO :WS-NEW-KEY, :WS-NEW-MAKER, :WS-NEW-CHECKER,
                     :WS-NEW-LINK, :WS-NEW-DECIDED, :WS-NEW-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'SPRD' TO DCL-SOD-GATE
               IF WS-NEW-STATUS = 'X'
                   MOVE 'N' TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
               PERFORM P290-ADD-ITEM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Fee waivers decided in the month - a cancelled exemption's
      * last update is the cancellation, so it is not timed.
      *=================================================================
       P230-LOAD-WAIVER.
           EXEC SQL
                DECLARE SDFWV_CSR CURSOR FOR
                SELECT CHAR(FWV_CREATED_TS), FWV_REQUESTED_BY,
                       FWV_APPROVED_BY, FWV_ACCNO,
                       CHAR(FWV_UPDATED_TS), FWV_STATUS
                FROM BNKFEEWV
                WHERE FWV_STATUS IN ('A', 'D', 'J', 'X')
                  AND FWV_APPROVED_BY <> ' '
                  AND SUBSTR(CHAR(FWV_UPDATED_TS), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY FWV_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDFWV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P235-FETCH-WAIVER
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDFWV_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P235-FETCH-WAIVER.
           EXEC SQL
                FETCH SDFWV_CSR
                INTO :WS-NEW-KEY, :WS-NEW-MAKER, :WS-NEW-CHECKER,
                     :WS-NEW-LINK, :WS-NEW-DECIDED, :WS-NEW-STATUS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'FEEW' TO DCL-SOD-GATE
               IF WS-NEW-STATUS = 'X'
                   MOVE 'N' TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
               PERFORM P290-ADD-ITEM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * Referred loans released by a supervisor - the release is
      * keyed with the funding, so there is no gap to time.
      *=================================================================
       P240-LOAD-UNDERWRITE.
           EXEC SQL
                DECLARE SDUND_CSR CURSOR FOR
                SELECT CHAR(UND_CREATED_TS), UND_PID,
                       UND_OVERRIDE_SUP, UND_LOAN_ACC
                FROM BNKUNDW
                WHERE UND_OVERRIDE_SUP <> ' '
                  AND SUBSTR(CHAR(UND_CREATED_TS), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY UND_CREATED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDUND_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P245-FETCH-UNDERWRITE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDUND_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P245-FETCH-UNDERWRITE.
           EXEC SQL
                FETCH SDUND_CSR
                INTO :WS-NEW-KEY, :WS-NEW-MAKER, :WS-NEW-CHECKER,
                     :WS-NEW-LINK
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'UNDW' TO DCL-SOD-GATE
               MOVE 'N'    TO WS-FOUND-SW
               MOVE SPACES TO WS-NEW-DECIDED
               PERFORM P290-ADD-ITEM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One more item for the table - WS-FOUND-SW says whether its
      * sign-off time means anything.  A full table is reported, and
      * the review carries on with what it holds.
      *-----------------------------------------------------------------
       P290-ADD-ITEM.
           ADD 1 TO WS-READ-COUNT.

           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               MOVE 'Y' TO WS-FULL-SW
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT  TO WS-IX
               MOVE DCL-SOD-GATE   TO WS-IT-GATE(WS-IX)
               MOVE WS-NEW-KEY     TO WS-IT-KEY(WS-IX)
               MOVE WS-NEW-LINK    TO WS-IT-LINK(WS-IX)
               MOVE WS-NEW-MAKER   TO WS-IT-MAKER(WS-IX)
               MOVE WS-NEW-CHECKER TO WS-IT-CHECKER(WS-IX)
               MOVE WS-FOUND-SW    TO WS-IT-TIMED(WS-IX)
               MOVE ZERO           TO WS-IT-SECONDS(WS-IX)
               IF WS-IT-IS-TIMED(WS-IX)
                   PERFORM P295-ELAPSED
               END-IF
           END-IF.

       P295-ELAPSED.
           MOVE WS-NEW-KEY TO WS-TS-WORK.
           PERFORM P297-TS-SERIAL.
           MOVE WS-TS-SERIAL TO WS-CREATED-SERIAL.

           MOVE WS-NEW-DECIDED TO WS-TS-WORK.
           PERFORM P297-TS-SERIAL.

           COMPUTE WS-IT-SECONDS(WS-IX) =
               WS-TS-SERIAL - WS-CREATED-SERIAL.

       P297-TS-SERIAL.
           COMPUTE WS-TS-SERIAL =
               ((((WS-TS-YYYY * 360) + (WS-TS-MM * 30) + WS-TS-DD)
                 * 24 + WS-TS-HH) * 60 + WS-TS-MI) * 60 + WS-TS-SS.

      *=================================================================
      * Users - each maker and checker once, with what they made and
      * checked, then their BCS_ROLE.  Pairs are counted as we go.
      *=================================================================
       P300-NOTE-USERS.
           MOVE WS-IT-MAKER(WS-IX) TO WS-USER-PID.
           PERFORM P310-FIND-USER.
           MOVE WS-UX TO WS-MAKER-UX.
           IF WS-UX > ZERO
               ADD 1 TO WS-US-MADE(WS-UX)
           END-IF.

           MOVE WS-IT-CHECKER(WS-IX) TO WS-USER-PID.
           PERFORM P310-FIND-USER.
           MOVE WS-UX TO WS-CHECKER-UX.
           IF WS-UX > ZERO
               ADD 1 TO WS-US-CHECKED(WS-UX)
           END-IF.

           IF WS-IT-MAKER(WS-IX) NOT = WS-IT-CHECKER(WS-IX)
               PERFORM P330-NOTE-PAIR
           END-IF.

      *    WS-UX comes back pointing at the user, added if new, or
      *    zero when the table is full.
       P310-FIND-USER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM P315-MATCH-USER
               VARYING WS-UX FROM 1 BY 1
               UNTIL WS-UX > WS-USER-COUNT OR WS-FOUND.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-UX
           ELSE
               IF WS-USER-COUNT NOT LESS THAN WS-USER-MAX
                   MOVE 'Y' TO WS-FULL-SW
                   MOVE ZERO TO WS-UX
               ELSE
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-UX
                   MOVE WS-USER-PID   TO WS-US-PID(WS-UX)
                   MOVE SPACE         TO WS-US-ROLE(WS-UX)
                   MOVE ZERO          TO WS-US-MADE(WS-UX)
                                         WS-US-CHECKED(WS-UX)
               END-IF
           END-IF.

       P315-MATCH-USER.
           IF WS-US-PID(WS-UX) = WS-USER-PID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       P320-LOAD-ROLE.
           MOVE WS-US-PID(WS-UX) TO WS-USER-PID.
           MOVE SPACE            TO WS-USER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-USER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-USER-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF SQLCODE = +100
               MOVE '?' TO WS-USER-ROLE
           END-IF.

           MOVE WS-USER-ROLE TO WS-US-ROLE(WS-UX).

       P330-NOTE-PAIR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM P335-MATCH-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PAIR-TOTAL OR WS-FOUND.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-PX
               ADD 1 TO WS-PR-COUNT(WS-PX)
           ELSE
               IF WS-PAIR-TOTAL NOT LESS THAN WS-PAIR-MAX
                   MOVE 'Y' TO WS-FULL-SW
               ELSE
                   ADD 1 TO WS-PAIR-TOTAL
                   MOVE WS-PAIR-TOTAL        TO WS-PX
                   MOVE WS-IT-MAKER(WS-IX)   TO WS-PR-MAKER(WS-PX)
                   MOVE WS-IT-CHECKER(WS-IX) TO WS-PR-CHECKER(WS-PX)
                   MOVE 1                    TO WS-PR-COUNT(WS-PX)
               END-IF
           END-IF.

       P335-MATCH-PAIR.
           IF WS-PR-MAKER(WS-PX)   = WS-IT-MAKER(WS-IX) AND
              WS-PR-CHECKER(WS-PX) = WS-IT-CHECKER(WS-IX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *=================================================================
      * Item by item - the same hands on both sides, the checker's
      * own making on the same account, and sign-off speed.
      *=================================================================
       P400-CHECK-ITEM.
           IF WS-IT-MAKER(WS-IX) = WS-IT-CHECKER(WS-IX)
               MOVE 'SELF'               TO DCL-SOD-KIND
               MOVE WS-IT-CHECKER(WS-IX) TO DCL-SOD-USER1
               MOVE SPACES               TO DCL-SOD-USER2
               MOVE WS-IT-GATE(WS-IX)    TO DCL-SOD-GATE
               MOVE WS-IT-KEY(WS-IX)     TO DCL-SOD-ITEM
               MOVE SPACES               TO DCL-SOD-DETAIL
               STRING 'KEYED AND SIGNED OFF BY THE SAME USER ON '
                        DELIMITED BY SIZE
                      WS-IT-LINK(WS-IX) DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-SELF-COUNT
               PERFORM P700-RAISE-FINDING
               GO TO CHECK-ITEM-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM P410-FIND-LINKED
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-ITEM-COUNT OR WS-FOUND.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-JX
               MOVE 'LINK'               TO DCL-SOD-KIND
               MOVE WS-IT-CHECKER(WS-IX) TO DCL-SOD-USER1
               MOVE WS-IT-MAKER(WS-IX)   TO DCL-SOD-USER2
               MOVE WS-IT-GATE(WS-IX)    TO DCL-SOD-GATE
               MOVE WS-IT-LINK(WS-IX)    TO DCL-SOD-ITEM
               MOVE SPACES               TO DCL-SOD-DETAIL
               STRING 'MADE '                 DELIMITED BY SIZE
                      WS-IT-GATE(WS-JX)       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-IT-KEY(WS-JX)(1:16)  DELIMITED BY SIZE
                      ', CHECKED '            DELIMITED BY SIZE
                      WS-IT-GATE(WS-IX)       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-IT-KEY(WS-IX)(1:16)  DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-LINK-COUNT
               PERFORM P700-RAISE-FINDING
           END-IF.

           IF WS-IT-IS-TIMED(WS-IX) AND
              WS-IT-SECONDS(WS-IX) < WS-FAST-SECS
               MOVE 'FAST'               TO DCL-SOD-KIND
               MOVE WS-IT-CHECKER(WS-IX) TO DCL-SOD-USER1
               MOVE WS-IT-MAKER(WS-IX)   TO DCL-SOD-USER2
               MOVE WS-IT-GATE(WS-IX)    TO DCL-SOD-GATE
               MOVE WS-IT-KEY(WS-IX)     TO DCL-SOD-ITEM
               MOVE WS-IT-SECONDS(WS-IX) TO WS-SECS-DSP
               MOVE SPACES               TO DCL-SOD-DETAIL
               STRING 'SIGNED OFF IN '   DELIMITED BY SIZE
                      WS-SECS-DSP        DELIMITED BY SIZE
                      ' SECONDS ON '     DELIMITED BY SIZE
                      WS-IT-LINK(WS-IX)  DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-FAST-COUNT
               PERFORM P700-RAISE-FINDING
           END-IF.

       CHECK-ITEM-EXIT.
           EXIT.

      *    Another item on the same account that this checker made.
       P410-FIND-LINKED.
           IF WS-JX NOT = WS-IX AND
              WS-IT-MAKER(WS-JX) = WS-IT-CHECKER(WS-IX) AND
              WS-IT-LINK(WS-JX)  = WS-IT-LINK(WS-IX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *=================================================================
      * Pairs - each pair of users judged once, from the lower PID.
      * Both must have checked the other at least SODPAIRMIN times,
      * and for at least SODPAIRPCT percent of what the other made.
      *=================================================================
       P460-CHECK-PAIR.
           IF WS-PR-MAKER(WS-PX) NOT < WS-PR-CHECKER(WS-PX) OR
              WS-PR-COUNT(WS-PX) < WS-PAIR-MIN
               GO TO CHECK-PAIR-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM P465-FIND-REVERSE
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-PAIR-TOTAL OR WS-FOUND.

           IF NOT WS-FOUND
               GO TO CHECK-PAIR-EXIT
           END-IF.

           SUBTRACT 1 FROM WS-RX.

           IF WS-PR-COUNT(WS-RX) < WS-PAIR-MIN
               GO TO CHECK-PAIR-EXIT
           END-IF.

           MOVE WS-PR-MAKER(WS-PX) TO WS-USER-PID.
           PERFORM P310-FIND-USER.
           MOVE WS-UX TO WS-MAKER-UX.
           MOVE WS-PR-CHECKER(WS-PX) TO WS-USER-PID.
           PERFORM P310-FIND-USER.
           MOVE WS-UX TO WS-CHECKER-UX.

           IF WS-MAKER-UX = ZERO OR WS-CHECKER-UX = ZERO
               GO TO CHECK-PAIR-EXIT
           END-IF.

           COMPUTE WS-SHARE-1 ROUNDED =
               WS-PR-COUNT(WS-PX) * 100 / WS-US-MADE(WS-MAKER-UX).
           COMPUTE WS-SHARE-2 ROUNDED =
               WS-PR-COUNT(WS-RX) * 100 / WS-US-MADE(WS-CHECKER-UX).

           IF WS-SHARE-1 < WS-PAIR-PCT OR WS-SHARE-2 < WS-PAIR-PCT
               GO TO CHECK-PAIR-EXIT
           END-IF.

           MOVE 'PAIR'               TO DCL-SOD-KIND.
           MOVE WS-PR-MAKER(WS-PX)   TO DCL-SOD-USER1.
           MOVE WS-PR-CHECKER(WS-PX) TO DCL-SOD-USER2.
           MOVE 'ALL'                TO DCL-SOD-GATE.
           MOVE SPACES               TO DCL-SOD-ITEM DCL-SOD-DETAIL.
           MOVE WS-PR-COUNT(WS-PX)           TO WS-CNT-DSP.
           MOVE WS-US-MADE(WS-MAKER-UX)      TO WS-CNT-DSP2.
           MOVE WS-PR-COUNT(WS-RX)           TO WS-CNT-DSP3.
           MOVE WS-US-MADE(WS-CHECKER-UX)    TO WS-CNT-DSP4.
           STRING 'USER2 CHECKED '  DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  ' OF'             DELIMITED BY SIZE
                  WS-CNT-DSP2       DELIMITED BY SIZE
                  ', USER1 CHECKED' DELIMITED BY SIZE
                  WS-CNT-DSP3       DELIMITED BY SIZE
                  ' OF'             DELIMITED BY SIZE
                  WS-CNT-DSP4       DELIMITED BY SIZE
             INTO DCL-SOD-DETAIL.
           ADD 1 TO WS-PAIR-COUNT.
           PERFORM P700-RAISE-FINDING.

       CHECK-PAIR-EXIT.
           EXIT.

       P465-FIND-REVERSE.
           IF WS-PR-MAKER(WS-RX)   = WS-PR-CHECKER(WS-PX) AND
              WS-PR-CHECKER(WS-RX) = WS-PR-MAKER(WS-PX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *=================================================================
      * Roles - what each user's BCS_ROLE lets them do against what
      * they did.  Security and user administration belong apart
      * from signing off business, and only a supervisor or admin
      * role carries the right to sign off at all.
      *=================================================================
       P470-CHECK-ROLE.
           MOVE 'ROLE'           TO DCL-SOD-KIND.
           MOVE WS-US-PID(WS-UX) TO DCL-SOD-USER1.
           MOVE SPACES           TO DCL-SOD-USER2 DCL-SOD-ITEM.
           MOVE 'ALL'            TO DCL-SOD-GATE.
           MOVE WS-US-MADE(WS-UX)    TO WS-CNT-DSP.
           MOVE WS-US-CHECKED(WS-UX) TO WS-CNT-DSP2.

           IF WS-US-ADMIN(WS-UX) AND WS-US-CHECKED(WS-UX) > ZERO
               MOVE SPACES TO DCL-SOD-DETAIL
               STRING 'ADMINISTRATOR ROLE ALSO SIGNED OFF'
                        DELIMITED BY SIZE
                      WS-CNT-DSP2 DELIMITED BY SIZE
                      ' ITEMS'    DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-ROLE-COUNT
               PERFORM P700-RAISE-FINDING
           END-IF.

           IF WS-US-CONTROL(WS-UX)
               MOVE SPACES TO DCL-SOD-DETAIL
               STRING 'CONTROL ROLE '      DELIMITED BY SIZE
                      WS-US-ROLE(WS-UX)    DELIMITED BY SIZE
                      ' MADE'              DELIMITED BY SIZE
                      WS-CNT-DSP           DELIMITED BY SIZE
                      ' AND CHECKED'       DELIMITED BY SIZE
                      WS-CNT-DSP2          DELIMITED BY SIZE
                      ' ITEMS'             DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-ROLE-COUNT
               PERFORM P700-RAISE-FINDING
           END-IF.

           IF WS-US-CHECKED(WS-UX) > ZERO AND
              NOT WS-US-APPROVER(WS-UX) AND
              NOT WS-US-CONTROL(WS-UX)
               MOVE SPACES TO DCL-SOD-DETAIL
               STRING 'SIGNED OFF'         DELIMITED BY SIZE
                      WS-CNT-DSP2          DELIMITED BY SIZE
                      ' ITEMS WITH NO APPROVER ROLE - ROLE '
                                           DELIMITED BY SIZE
                      WS-US-ROLE(WS-UX)    DELIMITED BY SIZE
                 INTO DCL-SOD-DETAIL
               ADD 1 TO WS-ROLE-COUNT
               PERFORM P700-RAISE-FINDING
           END-IF.

      *=================================================================
      * Role changes in the month - a user given a role by an
      * administrator, who then approved that administrator's items.
      *=================================================================
       P480-ROLE-CHANGES.
           EXEC SQL
                DECLARE SDSAD_CSR CURSOR FOR
                SELECT SAD_ADMIN_PID, SAD_TARGET_PID,
                       CHAR(SAD_TIMESTAMP), SAD_OLD_VALUE,
                       SAD_NEW_VALUE
                FROM BNKSADT
                WHERE SAD_ACTION = 'ROLE'
                  AND SUBSTR(CHAR(SAD_TIMESTAMP), 1, 7)
                      = :WS-PRIOR-MONTH
                ORDER BY SAD_TIMESTAMP
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SDSAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P485-FETCH-ROLE-CHANGE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE SDSAD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P485-FETCH-ROLE-CHANGE.
           EXEC SQL
                FETCH SDSAD_CSR
                INTO :DCL-SAD-ADMIN-PID, :DCL-SAD-TARGET-PID,
                     :DCL-SAD-TIMESTAMP, :DCL-SAD-OLD-VALUE,
                     :DCL-SAD-NEW-VALUE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE ZERO TO WS-ROW-COUNT
               PERFORM P487-COUNT-BENEFIT
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-ITEM-COUNT
               IF WS-ROW-COUNT > ZERO
                   MOVE 'ROLE'             TO DCL-SOD-KIND
                   MOVE DCL-SAD-TARGET-PID TO DCL-SOD-USER1
                   MOVE DCL-SAD-ADMIN-PID  TO DCL-SOD-USER2
                   MOVE 'ALL'              TO DCL-SOD-GATE
                   MOVE DCL-SAD-TIMESTAMP  TO DCL-SOD-ITEM
                   MOVE WS-ROW-COUNT       TO WS-CNT-DSP
                   MOVE SPACES             TO DCL-SOD-DETAIL
                   STRING 'ROLE '            DELIMITED BY SIZE
                          DCL-SAD-OLD-VALUE  DELIMITED BY SPACE
                          ' TO '             DELIMITED BY SIZE
                          DCL-SAD-NEW-VALUE  DELIMITED BY SPACE
                          ' BY USER2, THEN CHECKED'
                                             DELIMITED BY SIZE
                          WS-CNT-DSP         DELIMITED BY SIZE
                          ' OF THEIR ITEMS'  DELIMITED BY SIZE
                     INTO DCL-SOD-DETAIL
                   ADD 1 TO WS-ROLE-COUNT
                   PERFORM P700-RAISE-FINDING
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *    The administrator's items the user checked after the change.
       P487-COUNT-BENEFIT.
           IF WS-IT-MAKER(WS-JX)   = DCL-SAD-ADMIN-PID  AND
              WS-IT-CHECKER(WS-JX) = DCL-SAD-TARGET-PID AND
              WS-IT-KEY(WS-JX) NOT < DCL-SAD-TIMESTAMP
               ADD 1 TO WS-ROW-COUNT
           END-IF.

      *=================================================================
      * Totals - and a warning when the month would not fit.
      *=================================================================
       P600-WRITE-TOTALS.
           MOVE SPACES TO SODRPT-RECORD.
           WRITE SODRPT-RECORD.

           MOVE WS-READ-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'ITEMS REVIEWED:      ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-SELF-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'SAME MAKER/CHECKER:  ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-LINK-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'LINKED ITEMS:        ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-PAIR-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'RECIPROCAL PAIRS:    ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-FAST-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'FAST SIGN-OFFS:      ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-ROLE-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'ROLE CONFLICTS:      ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.
           MOVE WS-KEPT-COUNT TO WS-CNT-DSP.
           MOVE SPACES TO SODRPT-RECORD.
           STRING 'ALREADY ATTESTED:    ' DELIMITED BY SIZE
                  WS-CNT-DSP              DELIMITED BY SIZE
             INTO SODRPT-RECORD.
           WRITE SODRPT-RECORD.

           IF WS-TABLE-FULL
               MOVE 'WORK TABLES FULL - MONTH ONLY PARTLY REVIEWED'
                 TO SODRPT-RECORD
               WRITE SODRPT-RECORD
           END-IF.

           IF WS-JOB-HAD-ERROR
               MOVE 'RUN FAILED - REPORT INCOMPLETE' TO SODRPT-RECORD
               WRITE SODRPT-RECORD
           END-IF.

      *=================================================================
      * One finding - onto the report, and onto the worklist unless
      * the officer has already attested the same finding.
      *=================================================================
       P700-RAISE-FINDING.
           MOVE WS-PRIOR-MONTH TO DCL-SOD-MONTH.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM BNKSODF
                 WHERE SOD_MONTH  = :DCL-SOD-MONTH
                   AND SOD_KIND   = :DCL-SOD-KIND
                   AND SOD_USER1  = :DCL-SOD-USER1
                   AND SOD_USER2  = :DCL-SOD-USER2
                   AND SOD_GATE   = :DCL-SOD-GATE
                   AND SOD_ITEM   = :DCL-SOD-ITEM
                   AND SOD_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO RAISE-FINDING-EXIT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.

           IF WS-ROW-COUNT > ZERO
               ADD 1 TO WS-KEPT-COUNT
               MOVE ZERO       TO WS-RL-SEQ
               MOVE 'ATTESTED' TO WS-RL-KEPT
           ELSE
               ADD 1 TO WS-MAX-SEQ
               MOVE WS-MAX-SEQ TO DCL-SOD-SEQ
               MOVE WS-MAX-SEQ TO WS-RL-SEQ
               EXEC SQL
                    INSERT INTO BNKSODF (
                      SOD_MONTH,
                      SOD_SEQ,
                      SOD_KIND,
                      SOD_USER1,
                      SOD_USER2,
                      SOD_GATE,
                      SOD_ITEM,
                      SOD_DETAIL,
                      SOD_STATUS,
                      SOD_CREATED_TS
                    ) VALUES (
                      :DCL-SOD-MONTH,
                      :DCL-SOD-SEQ,
                      :DCL-SOD-KIND,
                      :DCL-SOD-USER1,
                      :DCL-SOD-USER2,
                      :DCL-SOD-GATE,
                      :DCL-SOD-ITEM,
                      :DCL-SOD-DETAIL,
                      'O',
                      CURRENT TIMESTAMP)
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD 1 TO WS-RAISED-COUNT
           END-IF.

           MOVE DCL-SOD-KIND   TO WS-RL-KIND.
           MOVE DCL-SOD-USER1  TO WS-RL-USER1.
           MOVE DCL-SOD-USER2  TO WS-RL-USER2.
           MOVE DCL-SOD-GATE   TO WS-RL-GATE.
           MOVE DCL-SOD-ITEM   TO WS-RL-ITEM.
           MOVE DCL-SOD-DETAIL TO WS-RL-DETAIL.
           MOVE WS-RPT-LINE    TO SODRPT-RECORD.
           WRITE SODRPT-RECORD.

       RAISE-FINDING-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DSODR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The findings commit together, or not at all.
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
           MOVE 'STAFSOD' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'STAFSOD' TO CD37I-JOB.
           MOVE WS-READ-COUNT TO CD37I-ROWS-READ.
           MOVE WS-RAISED-COUNT TO CD37I-ROWS-POSTED.
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
