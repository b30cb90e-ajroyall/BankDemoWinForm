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
001300* Program:     DPLAN01P.CBL                                    *
001400* Function:    Registered tax-free savings plan contribution    *
001500*              room, behind the B123 screen.  An account type   *
001600*              with BAT_PLAN 'Y' on BNKATYP is a registered     *
001700*              plan, reported to the tax authority against the  *
001800*              holder's BCS_SIN.  Each holder has one BNKPLRM   *
001900*              row per calendar year: the year's new room (the  *
002000*              PLANROOM parameter until the authority's notice  *
002100*              says otherwise), the unused room carried forward *
002200*              from the year before and that year's             *
002300*              withdrawals, restored the following January.     *
002400*              Contributions and withdrawals are the year's     *
002500*              BNKTXN credits and debits on the holder's plan   *
002600*              accounts, so every channel counts - interest     *
002700*              and fees do not.  Money in beyond the room is    *
002800*              excess until it is withdrawn.                    *
002900*              'Q' brings a year up to date and lists the       *
003000*              months DPLAN02P charged excess.  'C' checks a    *
003100*              deposit against the room left for the transfer   *
003200*              (BBANK50P) and teller cash (DBANK55P) postings - *
003300*              a warning only, never a refusal.  'N' records    *
003400*              the new room from the authority's notice, by a   *
003500*              supervisor or administrator, audited to BNKMADT  *
003600*              through DBANK74P.                                *
003700*              SQL version                                      *
003800*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPLAN01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-CAN-SET             VALUES 'S' 'A'.
           05  WS-ROW-SW                         PIC X(1).
               88  WS-ROW-NEW                    VALUE 'N'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-YEAR-N                         PIC 9(4).
           05  WS-YEAR-X                         PIC X(4).
           05  WS-OLD-ROOM                       PIC S9(7)V99 COMP-3.
           05  WS-AMT-DSP                        PIC Z(6)9.99-.
           05  WS-AMT-DSP2                       PIC Z(6)9.99-.

       01  WS-PARM-ERRMSG                        PIC X(65).
       01  WS-PARM-GOODMSG                       PIC X(65).

      *    The yearly room when no notice has been recorded - the
      *    PLANROOM parameter overrides it.
       01  WS-DEFAULT-ROOM                       PIC S9(7)V99 COMP-3
                                                  VALUE 7000.00.

           COPY CBANKVC74.
           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPE
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAT
           END-EXEC.

           COPY CBANKSPRX.
           COPY CBANKSPEX.
           COPY CBANKSCSX.
           COPY CBANKSACX.
           COPY CBANKSATX.

       01  WS-YEAR-FROM                          PIC X(10).
       01  WS-YEAR-TO                            PIC X(10).
       01  WS-PRIOR-YEAR                         PIC X(4).
       01  WS-PRIOR-NEW-ROOM                     PIC S9(7)V99 COMP-3.
       01  WS-PRIOR-CARRY-FWD                    PIC S9(7)V99 COMP-3.
       01  WS-PRIOR-RESTORED                     PIC S9(7)V99 COMP-3.
       01  WS-PRIOR-CONTRIB                      PIC S9(7)V99 COMP-3.
       01  WS-PRIOR-WITHDRAWN                    PIC S9(7)V99 COMP-3.
       01  WS-SUM-IN                             PIC S9(9)V99 COMP-3.
       01  WS-SUM-OUT                            PIC S9(9)V99 COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CPLAN01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference PLAN01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO PLAN01O-PLAN-SW PLAN01O-NAME PLAN01O-SIN-SW
                          PLAN01O-YEAR PLAN01O-ROOM-SOURCE.
           MOVE ZERO   TO PLAN01O-NEW-ROOM PLAN01O-CARRY-FWD
                          PLAN01O-RESTORED PLAN01O-OPENING
                          PLAN01O-CONTRIB PLAN01O-WITHDRAWN
                          PLAN01O-ROOM-LEFT PLAN01O-EXCESS
                          PLAN01O-OVER-AMT PLAN01O-MON-COUNT.

           EVALUATE TRUE
               WHEN PLAN01I-QUERY
                   PERFORM P100-QUERY-ROOM THRU QUERY-ROOM-EXIT
               WHEN PLAN01I-CHECK
                   PERFORM P200-CHECK-DEPOSIT THRU CHECK-DEPOSIT-EXIT
               WHEN PLAN01I-NOTICE
                   PERFORM P300-RECORD-NOTICE THRU RECORD-NOTICE-EXIT
               WHEN OTHER
                   MOVE 'Invalid plan room function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The holder's room for the year, and the months over it.
      *=================================================================
       P100-QUERY-ROOM.
           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-ROOM-EXIT
           END-IF.

           PERFORM P110-SET-YEAR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-ROOM-EXIT
           END-IF.

           PERFORM P500-REFRESH-YEAR THRU REFRESH-YEAR-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-ROOM-EXIT
           END-IF.

           PERFORM P150-LIST-MONTHS THRU LIST-MONTHS-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-ROOM-EXIT
           END-IF.

           IF PLAN01O-NO-SIN
               MOVE 'No SIN on file - the plan cannot be reported'
                 TO GOOD-ERRMSG
           ELSE
               IF PLAN01O-EXCESS > ZERO
                   MOVE 'Over contribution room - excess is charged'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Contribution room listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       QUERY-ROOM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The year asked for - blank is this calendar year.  The window
      * is [Jan 1 year, Jan 1 year+1), as DBANK41P takes it.
      *-----------------------------------------------------------------
       P110-SET-YEAR.
           IF PLAN01I-YEAR = SPACES
               ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-SYSDATE-YYYY TO WS-YEAR-X
           ELSE
               MOVE PLAN01I-YEAR TO WS-YEAR-X
           END-IF.

           IF WS-YEAR-X IS NOT NUMERIC
               MOVE 'Year must be YYYY' TO BANK-ERRMSG
           ELSE
               MOVE WS-YEAR-X TO WS-YEAR-N
               MOVE SPACES    TO WS-YEAR-FROM WS-YEAR-TO
               STRING WS-YEAR-X DELIMITED BY SIZE
                      '-01-01'  DELIMITED BY SIZE
                 INTO WS-YEAR-FROM
               SUBTRACT 1 FROM WS-YEAR-N
               MOVE WS-YEAR-N TO WS-PRIOR-YEAR
               ADD 2 TO WS-YEAR-N
               MOVE WS-YEAR-N TO WS-YEAR-X
               STRING WS-YEAR-X DELIMITED BY SIZE
                      '-01-01'  DELIMITED BY SIZE
                 INTO WS-YEAR-TO
               MOVE WS-YEAR-FROM(1:4) TO WS-YEAR-X PLAN01O-YEAR
           END-IF.

      *-----------------------------------------------------------------
      * The months the month-end run found the holder over the room,
      * newest first.
      *-----------------------------------------------------------------
       P150-LIST-MONTHS.
           MOVE PLAN01I-PID TO DCL-PEX-PID.

           EXEC SQL
                DECLARE PEX_CSR CURSOR FOR
                SELECT PEX_MONTH, PEX_EXCESS, PEX_PENALTY
                FROM BNKPLEX
                WHERE PEX_PID = :DCL-PEX-PID
                ORDER BY PEX_MONTH DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PEX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-MONTHS-EXIT
           END-IF.

           PERFORM P160-FETCH-MONTH
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR PLAN01O-MON-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE PEX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       LIST-MONTHS-EXIT.
           EXIT.

       P160-FETCH-MONTH.
           EXEC SQL
                FETCH PEX_CSR
                INTO :DCL-PEX-MONTH, :DCL-PEX-EXCESS, :DCL-PEX-PENALTY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO PLAN01O-MON-COUNT
               MOVE PLAN01O-MON-COUNT TO WS-SUB
               MOVE DCL-PEX-MONTH     TO PLAN01O-M-MONTH(WS-SUB)
               MOVE DCL-PEX-EXCESS    TO PLAN01O-M-EXCESS(WS-SUB)
               MOVE DCL-PEX-PENALTY   TO PLAN01O-M-PENALTY(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * A deposit about to post - is the account a plan, and does the
      * amount fit the room left this year?  Over the room is only a
      * warning for the screen; the deposit goes ahead.
      *=================================================================
       P200-CHECK-DEPOSIT.
           MOVE PLAN01I-ACCNO TO DCL-BAC-ACCNO.
           MOVE SPACE         TO DCL-BAT-PLAN.

           EXEC SQL
                SELECT A.BAC_PID, Y.BAT_PLAN
                  INTO :DCL-BAC-PID, :DCL-BAT-PLAN
                  FROM BNKACC A, BNKATYP Y
                 WHERE A.BAC_ACCNO = :DCL-BAC-ACCNO
                   AND Y.BAT_TYPE  = A.BAC_ACCTYPE
           END-EXEC.

           IF SQLCODE = +100
               GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           IF NOT DCL-BAT-REGISTERED-PLAN
               GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           SET PLAN01O-IS-PLAN TO TRUE.
           MOVE DCL-BAC-PID    TO PLAN01I-PID.
           MOVE SPACES         TO PLAN01I-YEAR.

           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           PERFORM P110-SET-YEAR.

           PERFORM P500-REFRESH-YEAR THRU REFRESH-YEAR-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           IF PLAN01I-AMOUNT > PLAN01O-ROOM-LEFT
               IF PLAN01O-ROOM-LEFT > ZERO
                   COMPUTE PLAN01O-OVER-AMT =
                       PLAN01I-AMOUNT - PLAN01O-ROOM-LEFT
               ELSE
                   MOVE PLAN01I-AMOUNT TO PLAN01O-OVER-AMT
               END-IF
               MOVE PLAN01O-OVER-AMT TO WS-AMT-DSP
               STRING 'Over plan contribution room by '
                        DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           ELSE
               MOVE PLAN01O-ROOM-LEFT TO WS-AMT-DSP
               STRING 'Plan contribution room left '
                        DELIMITED BY SIZE
                      WS-AMT-DSP DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       CHECK-DEPOSIT-EXIT.
           EXIT.

      *=================================================================
      * The authority's notice of assessment sets the year's new
      * room - the figure replaces the PLANROOM default on the row.
      *=================================================================
       P300-RECORD-NOTICE.
           MOVE SPACE TO WS-CALLER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :PLAN01I-USERID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           IF NOT WS-CALLER-CAN-SET
               MOVE 'Only a supervisor may record the room notice'
                 TO BANK-ERRMSG
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           IF PLAN01I-NEW-ROOM < ZERO
               MOVE 'New room cannot be negative' TO BANK-ERRMSG
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           PERFORM P700-GET-CUSTOMER.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           PERFORM P110-SET-YEAR.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           PERFORM P500-REFRESH-YEAR THRU REFRESH-YEAR-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           MOVE DCL-PRM-NEW-ROOM TO WS-OLD-ROOM.
           MOVE PLAN01I-NEW-ROOM TO DCL-PRM-NEW-ROOM.
           SET DCL-PRM-FROM-NOTICE TO TRUE.
           MOVE PLAN01I-USERID   TO DCL-PRM-UPDATED-BY.

           EXEC SQL
                UPDATE BNKPLRM
                   SET PRM_NEW_ROOM    = :DCL-PRM-NEW-ROOM,
                       PRM_ROOM_SOURCE = :DCL-PRM-ROOM-SOURCE,
                       PRM_UPDATED_BY  = :DCL-PRM-UPDATED-BY,
                       PRM_UPDATED_TS  = CURRENT TIMESTAMP
                 WHERE PRM_PID  = :DCL-PRM-PID
                   AND PRM_YEAR = :DCL-PRM-YEAR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           MOVE 'C'       TO CD74I-ACTION.
           MOVE 'BNKPLRM' TO CD74I-TABLE.
           MOVE SPACES    TO CD74I-KEY CD74I-BEFORE CD74I-AFTER.
           STRING DCL-PRM-PID  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  DCL-PRM-YEAR DELIMITED BY SIZE
             INTO CD74I-KEY.
           MOVE WS-OLD-ROOM      TO WS-AMT-DSP.
           MOVE PLAN01I-NEW-ROOM TO WS-AMT-DSP2.
           STRING 'ROOM='    DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           STRING 'ROOM='     DELIMITED BY SIZE
                  WS-AMT-DSP2 DELIMITED BY SIZE
                  ' NOTICE'   DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

      *    Hand back the figures on the new room.
           PERFORM P500-REFRESH-YEAR THRU REFRESH-YEAR-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO RECORD-NOTICE-EXIT
           END-IF.

           MOVE 'Contribution room set from the notice' TO GOOD-ERRMSG.

       RECORD-NOTICE-EXIT.
           EXIT.

      *=================================================================
      * Bring the holder's row for the year up to date - open it on
      * first touch, carry forward from the year before, and take the
      * year's contributions and withdrawals off the plan accounts.
      *   opening  = new room + carried forward + restored
      *   room left = opening - contributions
      *   excess   = contributions - withdrawals - opening, floor nil
      * A withdrawal clears excess at once but gives room back only
      * next January, through the restored figure.
      *=================================================================
       P500-REFRESH-YEAR.
           MOVE PLAN01I-PID TO DCL-PRM-PID.
           MOVE WS-YEAR-X   TO DCL-PRM-YEAR.
           MOVE 'Y'         TO WS-ROW-SW.

           EXEC SQL
                SELECT PRM_NEW_ROOM, PRM_ROOM_SOURCE
                  INTO :DCL-PRM-NEW-ROOM, :DCL-PRM-ROOM-SOURCE
                  FROM BNKPLRM
                 WHERE PRM_PID  = :DCL-PRM-PID
                   AND PRM_YEAR = :DCL-PRM-YEAR
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'N' TO WS-ROW-SW
               PERFORM P510-GET-NEW-ROOM
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REFRESH-YEAR-EXIT
           END-IF.

      *    The year before, as its own row last stood.
           EXEC SQL
                SELECT PRM_NEW_ROOM, PRM_CARRY_FWD, PRM_RESTORED,
                       PRM_CONTRIB, PRM_WITHDRAWN
                  INTO :WS-PRIOR-NEW-ROOM, :WS-PRIOR-CARRY-FWD,
                       :WS-PRIOR-RESTORED, :WS-PRIOR-CONTRIB,
                       :WS-PRIOR-WITHDRAWN
                  FROM BNKPLRM
                 WHERE PRM_PID  = :DCL-PRM-PID
                   AND PRM_YEAR = :WS-PRIOR-YEAR
           END-EXEC.

           IF SQLCODE = +100
               MOVE ZERO TO DCL-PRM-CARRY-FWD DCL-PRM-RESTORED
           ELSE
               PERFORM P800-ERROR-CHECK
               COMPUTE DCL-PRM-CARRY-FWD =
                   WS-PRIOR-NEW-ROOM + WS-PRIOR-CARRY-FWD
                 + WS-PRIOR-RESTORED - WS-PRIOR-CONTRIB
               MOVE WS-PRIOR-WITHDRAWN TO DCL-PRM-RESTORED
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REFRESH-YEAR-EXIT
           END-IF.

      *    Money in - every credit to a plan account but interest.
           EXEC SQL
                SELECT COALESCE(SUM(T.BTX_AMOUNT), 0)
                  INTO :WS-SUM-IN
                  FROM BNKTXN T, BNKACC A, BNKATYP Y
                 WHERE A.BAC_PID   = :DCL-PRM-PID
                   AND Y.BAT_TYPE  = A.BAC_ACCTYPE
                   AND Y.BAT_PLAN  = 'Y'
                   AND T.BTX_ACCNO = A.BAC_ACCNO
                   AND T.BTX_AMOUNT > 0
                   AND T.BTX_TYPE <> '3'
                   AND T.BTX_TIMESTAMP >= :WS-YEAR-FROM
                   AND T.BTX_TIMESTAMP <  :WS-YEAR-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    Money out - every debit but the bank's own fees.
           EXEC SQL
                SELECT COALESCE(SUM(T.BTX_AMOUNT), 0)
                  INTO :WS-SUM-OUT
                  FROM BNKTXN T, BNKACC A, BNKATYP Y
                 WHERE A.BAC_PID   = :DCL-PRM-PID
                   AND Y.BAT_TYPE  = A.BAC_ACCTYPE
                   AND Y.BAT_PLAN  = 'Y'
                   AND T.BTX_ACCNO = A.BAC_ACCNO
                   AND T.BTX_AMOUNT < 0
                   AND T.BTX_CATEGORY <> 'F'
                   AND T.BTX_TIMESTAMP >= :WS-YEAR-FROM
                   AND T.BTX_TIMESTAMP <  :WS-YEAR-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REFRESH-YEAR-EXIT
           END-IF.

           MOVE WS-SUM-IN TO DCL-PRM-CONTRIB.
           COMPUTE DCL-PRM-WITHDRAWN = WS-SUM-OUT * -1.

           COMPUTE DCL-PRM-EXCESS =
               DCL-PRM-CONTRIB - DCL-PRM-WITHDRAWN
             - DCL-PRM-NEW-ROOM - DCL-PRM-CARRY-FWD - DCL-PRM-RESTORED.
           IF DCL-PRM-EXCESS < ZERO
               MOVE ZERO TO DCL-PRM-EXCESS
           END-IF.

           MOVE PLAN01I-USERID TO DCL-PRM-UPDATED-BY.
           IF DCL-PRM-UPDATED-BY = SPACES
               MOVE 'BATCH' TO DCL-PRM-UPDATED-BY
           END-IF.

           IF WS-ROW-NEW
               EXEC SQL
                    INSERT INTO BNKPLRM (
                      PRM_PID,
                      PRM_YEAR,
                      PRM_NEW_ROOM,
                      PRM_CARRY_FWD,
                      PRM_RESTORED,
                      PRM_CONTRIB,
                      PRM_WITHDRAWN,
                      PRM_EXCESS,
                      PRM_ROOM_SOURCE,
                      PRM_UPDATED_BY,
                      PRM_UPDATED_TS
                    ) VALUES (
                      :DCL-PRM-PID,
                      :DCL-PRM-YEAR,
                      :DCL-PRM-NEW-ROOM,
                      :DCL-PRM-CARRY-FWD,
                      :DCL-PRM-RESTORED,
                      :DCL-PRM-CONTRIB,
                      :DCL-PRM-WITHDRAWN,
                      :DCL-PRM-EXCESS,
                      :DCL-PRM-ROOM-SOURCE,
                      :DCL-PRM-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE BNKPLRM
                       SET PRM_CARRY_FWD  = :DCL-PRM-CARRY-FWD,
                           PRM_RESTORED   = :DCL-PRM-RESTORED,
                           PRM_CONTRIB    = :DCL-PRM-CONTRIB,
                           PRM_WITHDRAWN  = :DCL-PRM-WITHDRAWN,
                           PRM_EXCESS     = :DCL-PRM-EXCESS,
                           PRM_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE PRM_PID  = :DCL-PRM-PID
                       AND PRM_YEAR = :DCL-PRM-YEAR
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REFRESH-YEAR-EXIT
           END-IF.

           MOVE DCL-PRM-YEAR        TO PLAN01O-YEAR.
           MOVE DCL-PRM-ROOM-SOURCE TO PLAN01O-ROOM-SOURCE.
           MOVE DCL-PRM-NEW-ROOM    TO PLAN01O-NEW-ROOM.
           MOVE DCL-PRM-CARRY-FWD   TO PLAN01O-CARRY-FWD.
           MOVE DCL-PRM-RESTORED    TO PLAN01O-RESTORED.
           MOVE DCL-PRM-CONTRIB     TO PLAN01O-CONTRIB.
           MOVE DCL-PRM-WITHDRAWN   TO PLAN01O-WITHDRAWN.
           MOVE DCL-PRM-EXCESS      TO PLAN01O-EXCESS.
           COMPUTE PLAN01O-OPENING =
               DCL-PRM-NEW-ROOM + DCL-PRM-CARRY-FWD + DCL-PRM-RESTORED.
           COMPUTE PLAN01O-ROOM-LEFT =
               PLAN01O-OPENING - DCL-PRM-CONTRIB.

       REFRESH-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A year opening without a notice takes the PLANROOM figure.
      *-----------------------------------------------------------------
       P510-GET-NEW-ROOM.
           MOVE SPACES          TO PARM01-DATA.
           MOVE SPACES          TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET      TO TRUE.
           MOVE 'PLANROOM'      TO PARM01I-NAME.
           MOVE WS-DEFAULT-ROOM TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

           MOVE PARM01O-VALUE TO DCL-PRM-NEW-ROOM.
           SET DCL-PRM-FROM-PARAMETER TO TRUE.

      *=================================================================
      * Audit through DBANK74P - key is PID/year.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE PLAN01I-USERID TO CD74I-USERID.
           MOVE 'DPLAN01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The plan holder, and whether a SIN is held to report under.
      *-----------------------------------------------------------------
       P700-GET-CUSTOMER.
           IF PLAN01I-PID = SPACES
               MOVE 'Please enter the customer PID' TO BANK-ERRMSG
           ELSE
               MOVE PLAN01I-PID TO DCL-BCS-PID
               EXEC SQL
                    SELECT BCS_NAME, BCS_SIN
                      INTO :DCL-BCS-NAME, :DCL-BCS-SIN
                      FROM BNKCUST
                     WHERE BCS_PID = :DCL-BCS-PID
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Customer not on file' TO BANK-ERRMSG
               ELSE
                   PERFORM P800-ERROR-CHECK
                   MOVE DCL-BCS-NAME TO PLAN01O-NAME
                   IF DCL-BCS-SIN = SPACES
                       MOVE 'N' TO PLAN01O-SIN-SW
                   ELSE
                       MOVE 'Y' TO PLAN01O-SIN-SW
                   END-IF
               END-IF
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Plan room failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
