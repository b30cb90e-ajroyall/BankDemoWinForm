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
001300* Program:     DCPTY01P.CBL                                    *
001400* Function:    Connected-party groups and the exposure to       *
001500*              them, behind the B119 screen.  'N' opens a       *
001600*              group on BNKCPGRP; 'A' adds a customer to it on  *
001700*              BNKCPMBR with how they are connected (family,    *
001800*              common ownership, guarantor, other) and why;     *
001900*              'R' takes one out; 'L' lists the members.  A     *
002000*              customer sits in one group at most.  Changes     *
002100*              are audited to BNKMADT through DBANK74P.         *
002200*              'E' totals the exposure to a group - or to a     *
002300*              customer in no group on their own - member by    *
002400*              member:                                          *
002500*                - loans outstanding (unpaid principal on the   *
002600*                  BNKLNSCH schedule)                           *
002700*                - overdrawn deposit accounts (BNKODAC) and     *
002800*                  drawn credit lines (BNKLINE)                 *
002900*                - undrawn committed limits - the account       *
003000*                  type's overdraft limit and active credit     *
003100*                  lines, less what is drawn                    *
003200*                - any origination not yet booked, and every    *
003210*                  open application on the BNKLNAPP register    *
003300*              less eligible collateral (BNKCLTRL - active and  *
003400*              valued inside three years, never counted past    *
003500*              the loan it secures) and live BNKGUAR guarantees *
      *              from outside the group (DGUAR01P - a guarantor   *
      *              who is the borrower or a fellow member mitigates *
      *              nothing).  The net is judged against             *
003600*              the limit - a share of the capital base, both    *
003700*              BNKPARM-tunable - as a breach over the limit or  *
003800*              a near-breach past the warning share of it.      *
003900*              SQL version                                      *
004000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCPTY01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-GROUP-DSP                      PIC 9(5).
           05  WS-LINK-CHECK                     PIC X(1).
               88  WS-LINK-VALID                 VALUES 'F' 'O' 'G'
                                                        'X'.
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-WORK-MONTHS                    PIC S9(7) COMP-3.
           05  WS-WORK-YYYY                      PIC 9(4).
           05  WS-WORK-MM                        PIC 9(2).
      *-----------------------------------------------------------------
      * Compiled defaults - BNKPARM rows CAPITALBASE, LGEXPLIMIT (per
      * cent of capital) and LGEXPNEAR (per cent of the limit) stand
      * over them when present.  Collateral valued longer ago than
      * the horizon is not eligible.
      *-----------------------------------------------------------------
           05  WS-CAPITAL-BASE                   PIC S9(7)V99 COMP-3
                                                  VALUE 5000000.00.
           05  WS-LIMIT-PCT                      PIC S9(7)V99 COMP-3
                                                  VALUE 25.00.
           05  WS-NEAR-PCT                       PIC S9(7)V99 COMP-3
                                                  VALUE 90.00.
           05  WS-VAL-MONTHS                     PIC S9(3) COMP-3
                                                  VALUE 36.
           05  WS-NEAR-LINE                      PIC S9(9)V99 COMP-3.
           05  WS-GROSS                          PIC S9(9)V99 COMP-3.
           05  WS-PCT-WORK                       PIC S9(7)V99 COMP-3.

      *-----------------------------------------------------------------
      * 'E' - the members, loaded before any is totalled.
      *-----------------------------------------------------------------
       01  WS-MEMBER-AREA.
           05  WS-MBR-COUNT                      PIC S9(4) COMP.
           05  WS-MBR-PID OCCURS 100 TIMES       PIC X(5).

           COPY CBANKVC74.

           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGP
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGB
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGR
           END-EXEC.

           COPY CBANKSGPX.
           COPY CBANKSGBX.
           COPY CBANKSGRX.

       01  WS-VAL-CUTOFF                         PIC X(10).
       01  WS-CUST-COUNT                         PIC S9(4) COMP.
       01  WS-CUST-NAME                          PIC X(25).
       01  WS-LOAN-ACC                           PIC X(9).
       01  WS-LOAN-OUT                           PIC S9(9)V99 COMP-3.
       01  WS-LOAN-COLL                          PIC S9(9)V99 COMP-3.
       01  WS-LOAN-GUAR                          PIC S9(9)V99 COMP-3.
       01  WS-GUAR-GROUP                         PIC S9(5) COMP-3.
       01  WS-TODAY                              PIC X(10).
       01  WS-OD-DRAWN                           PIC S9(9)V99 COMP-3.
       01  WS-OD-LIMITS                          PIC S9(9)V99 COMP-3.
       01  WS-LINE-DRAWN                         PIC S9(9)V99 COMP-3.
       01  WS-LINE-LIMITS                        PIC S9(9)V99 COMP-3.
       01  WS-EXCL-APP-NO                        PIC S9(9) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CCPTY01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference CPTY01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           EVALUATE TRUE
               WHEN CPTY01I-NEW-GROUP
                   PERFORM P100-NEW-GROUP THRU NEW-GROUP-EXIT
               WHEN CPTY01I-ADD-MEMBER
                   PERFORM P200-ADD-MEMBER THRU ADD-MEMBER-EXIT
               WHEN CPTY01I-REMOVE-MEMBER
                   PERFORM P300-REMOVE-MEMBER THRU REMOVE-MEMBER-EXIT
               WHEN CPTY01I-LIST
                   PERFORM P400-LIST-MEMBERS THRU LIST-MEMBERS-EXIT
               WHEN CPTY01I-EXPOSURE
                   PERFORM P500-EXPOSURE THRU EXPOSURE-EXIT
               WHEN OTHER
                   MOVE 'Invalid connected-party function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * A new group under the next number.
      *=================================================================
       P100-NEW-GROUP.
           IF CPTY01I-GROUP-NAME = SPACES
               MOVE 'Please enter a name for the group' TO BANK-ERRMSG
               GO TO NEW-GROUP-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(CPG_GROUP_ID), 0) + 1
                  INTO :DCL-CPG-GROUP-ID
                  FROM BNKCPGRP
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-GROUP-EXIT
           END-IF.

           MOVE CPTY01I-GROUP-NAME TO DCL-CPG-NAME.
           SET DCL-CPG-ACTIVE      TO TRUE.
           MOVE CPTY01I-USERID     TO DCL-CPG-CREATED-BY.

           EXEC SQL
                INSERT INTO BNKCPGRP (
                  CPG_GROUP_ID,
                  CPG_NAME,
                  CPG_STATUS,
                  CPG_CREATED_BY,
                  CPG_CREATED_TS
                ) VALUES (
                  :DCL-CPG-GROUP-ID,
                  :DCL-CPG-NAME,
                  :DCL-CPG-STATUS,
                  :DCL-CPG-CREATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEW-GROUP-EXIT
           END-IF.

           MOVE DCL-CPG-GROUP-ID TO CPTY01O-GROUP-ID WS-GROUP-DSP.
           MOVE DCL-CPG-NAME     TO CPTY01O-GROUP-NAME.

           MOVE 'A'          TO CD74I-ACTION.
           MOVE 'BNKCPGRP'   TO CD74I-TABLE.
           MOVE WS-GROUP-DSP TO CD74I-KEY.
           MOVE SPACES       TO CD74I-BEFORE.
           MOVE DCL-CPG-NAME TO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               STRING 'Group ' DELIMITED BY SIZE
                      WS-GROUP-DSP DELIMITED BY SIZE
                      ' opened - add its members' DELIMITED BY SIZE
                 INTO GOOD-ERRMSG
           END-IF.

       NEW-GROUP-EXIT.
           EXIT.

      *=================================================================
      * Put a customer in a group - once, with how they connect.
      *=================================================================
       P200-ADD-MEMBER.
           IF CPTY01I-GROUP-ID = ZERO
               MOVE 'Please enter the group to add to' TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           PERFORM P700-READ-GROUP THRU READ-GROUP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           IF NOT DCL-CPG-ACTIVE
               MOVE 'That group is closed' TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE CPTY01I-LINK TO WS-LINK-CHECK.
           IF NOT WS-LINK-VALID
               MOVE 'Link must be F, O, G or X' TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           IF CPTY01I-REASON = SPACES
               MOVE 'Please say why the customer is connected'
                 TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE CPTY01I-PID TO DCL-CPM-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUST-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-CPM-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           IF WS-CUST-COUNT = ZERO
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           PERFORM P710-FIND-MEMBERSHIP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           IF SQLCODE = ZERO
               MOVE DCL-CPM-GROUP-ID TO WS-GROUP-DSP
               STRING 'Customer is already in group ' DELIMITED BY SIZE
                      WS-GROUP-DSP DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE DCL-CPG-GROUP-ID TO DCL-CPM-GROUP-ID.
           MOVE CPTY01I-LINK     TO DCL-CPM-LINK.
           MOVE CPTY01I-REASON   TO DCL-CPM-REASON.
           MOVE CPTY01I-USERID   TO DCL-CPM-ADDED-BY.

           EXEC SQL
                INSERT INTO BNKCPMBR (
                  CPM_GROUP_ID,
                  CPM_PID,
                  CPM_LINK,
                  CPM_REASON,
                  CPM_ADDED_BY,
                  CPM_ADDED_TS
                ) VALUES (
                  :DCL-CPM-GROUP-ID,
                  :DCL-CPM-PID,
                  :DCL-CPM-LINK,
                  :DCL-CPM-REASON,
                  :DCL-CPM-ADDED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE 'A' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-MEMBER-IMAGE.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Customer added to the group' TO GOOD-ERRMSG
           END-IF.

       ADD-MEMBER-EXIT.
           EXIT.

      *=================================================================
      * Take a customer out - the audit row keeps what was there.
      *=================================================================
       P300-REMOVE-MEMBER.
           PERFORM P700-READ-GROUP THRU READ-GROUP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           MOVE CPTY01I-PID TO DCL-CPM-PID.
           PERFORM P710-FIND-MEMBERSHIP.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           IF SQLCODE = +100 OR DCL-CPM-GROUP-ID NOT = DCL-CPG-GROUP-ID
               MOVE 'Customer is not a member of this group'
                 TO BANK-ERRMSG
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           PERFORM P610-MEMBER-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           EXEC SQL
                DELETE FROM BNKCPMBR
                 WHERE CPM_GROUP_ID = :DCL-CPM-GROUP-ID
                   AND CPM_PID      = :DCL-CPM-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REMOVE-MEMBER-EXIT
           END-IF.

           MOVE 'D' TO CD74I-ACTION.
           MOVE SPACES TO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Customer removed from the group' TO GOOD-ERRMSG
           END-IF.

       REMOVE-MEMBER-EXIT.
           EXIT.

      *=================================================================
      * The group and its members - found by its number or through
      * any member's PID.
      *=================================================================
       P400-LIST-MEMBERS.
           MOVE ZERO TO CPTY01O-MEMBER-COUNT.

           PERFORM P700-READ-GROUP THRU READ-GROUP-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-MEMBERS-EXIT
           END-IF.

           MOVE DCL-CPG-GROUP-ID TO DCL-CPM-GROUP-ID.

           EXEC SQL
                DECLARE CPM_CSR CURSOR FOR
                SELECT CPM_PID, BCS_NAME, CPM_LINK, CPM_REASON,
                       CPM_ADDED_BY, CPM_ADDED_TS
                FROM BNKCPMBR, BNKCUST
                WHERE CPM_GROUP_ID = :DCL-CPM-GROUP-ID
                  AND BCS_PID = CPM_PID
                ORDER BY CPM_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-MEMBERS-EXIT
           END-IF.

           PERFORM P410-FETCH-MEMBER
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR CPTY01O-MEMBER-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE CPM_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF DCL-CPG-ACTIVE
                   MOVE 'Group members listed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Group members listed - the group is closed'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-MEMBERS-EXIT.
           EXIT.

       P410-FETCH-MEMBER.
           EXEC SQL
                FETCH CPM_CSR
                INTO :DCL-CPM-PID, :WS-CUST-NAME, :DCL-CPM-LINK,
                     :DCL-CPM-REASON, :DCL-CPM-ADDED-BY,
                     :DCL-CPM-ADDED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO CPTY01O-MEMBER-COUNT
               MOVE CPTY01O-MEMBER-COUNT TO WS-SUB
               MOVE DCL-CPM-PID      TO CPTY01O-M-PID(WS-SUB)
               MOVE WS-CUST-NAME     TO CPTY01O-M-NAME(WS-SUB)
               MOVE DCL-CPM-LINK     TO CPTY01O-M-LINK(WS-SUB)
               MOVE DCL-CPM-REASON   TO CPTY01O-M-REASON(WS-SUB)
               MOVE DCL-CPM-ADDED-BY TO CPTY01O-M-ADDED-BY(WS-SUB)
               MOVE DCL-CPM-ADDED-TS(1:10)
                 TO CPTY01O-M-ADDED-DTE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The exposure.  With a group number, or a PID that is in a
      * group, every member counts; a PID in no group stands alone.
      *=================================================================
       P500-EXPOSURE.
           MOVE ZERO TO CPTY01O-LOANS CPTY01O-DRAWN CPTY01O-UNDRAWN
                        CPTY01O-COLLATERAL CPTY01O-NET
                        CPTY01O-GROUP-ID WS-MBR-COUNT
                        WS-OD-DRAWN WS-OD-LIMITS
                        WS-LINE-DRAWN WS-LINE-LIMITS.
           MOVE SPACES TO CPTY01O-GROUP-NAME CPTY01O-FLAG.
           MOVE CPTY01I-NEW-AMOUNT TO CPTY01O-PENDING.
           IF CPTY01I-APP-NO IS NUMERIC
               MOVE CPTY01I-APP-NO TO WS-EXCL-APP-NO
           ELSE
               MOVE ZERO TO WS-EXCL-APP-NO
           END-IF.

           IF CPTY01I-GROUP-ID = ZERO AND CPTY01I-PID = SPACES
               MOVE 'Please enter a group or a customer' TO BANK-ERRMSG
               GO TO EXPOSURE-EXIT
           END-IF.

           IF CPTY01I-GROUP-ID = ZERO
               MOVE CPTY01I-PID TO DCL-CPM-PID
               PERFORM P710-FIND-MEMBERSHIP
               IF BANK-ERRMSG NOT = SPACES
                   GO TO EXPOSURE-EXIT
               END-IF
               IF SQLCODE = +100
                   MOVE 1           TO WS-MBR-COUNT
                   MOVE CPTY01I-PID TO WS-MBR-PID(1)
               ELSE
                   MOVE DCL-CPM-GROUP-ID TO CPTY01I-GROUP-ID
               END-IF
           END-IF.

           IF WS-MBR-COUNT = ZERO
               PERFORM P700-READ-GROUP THRU READ-GROUP-EXIT
               IF BANK-ERRMSG NOT = SPACES
                   GO TO EXPOSURE-EXIT
               END-IF
               PERFORM P510-LOAD-MEMBERS
               IF BANK-ERRMSG NOT = SPACES
                   GO TO EXPOSURE-EXIT
               END-IF
           END-IF.

           MOVE WS-MBR-COUNT TO CPTY01O-MEMBER-COUNT.

           PERFORM P550-LOAD-LIMITS.

           COMPUTE WS-WORK-MONTHS =
               (WS-SYSDATE-YYYY * 12) + WS-SYSDATE-MM - WS-VAL-MONTHS.
           COMPUTE WS-WORK-YYYY = (WS-WORK-MONTHS - 1) / 12.
           COMPUTE WS-WORK-MM =
               WS-WORK-MONTHS - (WS-WORK-YYYY * 12).

           MOVE SPACES TO WS-VAL-CUTOFF.
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-WORK-MM   DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
             INTO WS-VAL-CUTOFF.

           MOVE SPACES TO WS-TODAY.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-TODAY.
           MOVE CPTY01I-GROUP-ID TO WS-GUAR-GROUP.

           PERFORM P520-MEMBER-EXPOSURE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MBR-COUNT
                  OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO EXPOSURE-EXIT
           END-IF.

      *    Drawn and undrawn limits - what is drawn comes off the
      *    commitment, never below nothing left to draw.
           COMPUTE CPTY01O-DRAWN = WS-OD-DRAWN + WS-LINE-DRAWN.
           IF WS-OD-LIMITS > WS-OD-DRAWN
               COMPUTE CPTY01O-UNDRAWN = WS-OD-LIMITS - WS-OD-DRAWN
           END-IF.
           IF WS-LINE-LIMITS > WS-LINE-DRAWN
               COMPUTE CPTY01O-UNDRAWN = CPTY01O-UNDRAWN
                   + WS-LINE-LIMITS - WS-LINE-DRAWN
           END-IF.

           COMPUTE WS-GROSS = CPTY01O-LOANS + CPTY01O-DRAWN
                            + CPTY01O-UNDRAWN + CPTY01O-PENDING.
           IF WS-GROSS > CPTY01O-COLLATERAL
               COMPUTE CPTY01O-NET = WS-GROSS - CPTY01O-COLLATERAL
           END-IF.

           MOVE WS-CAPITAL-BASE TO CPTY01O-CAPITAL.
           COMPUTE CPTY01O-LIMIT ROUNDED =
               WS-CAPITAL-BASE * WS-LIMIT-PCT / 100.
           COMPUTE WS-NEAR-LINE ROUNDED =
               CPTY01O-LIMIT * WS-NEAR-PCT / 100.

           MOVE ZERO TO CPTY01O-PCT-CAPITAL.
           IF WS-CAPITAL-BASE > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   CPTY01O-NET / WS-CAPITAL-BASE * 100
               IF WS-PCT-WORK > 999.99
                   MOVE 999.99 TO CPTY01O-PCT-CAPITAL
               ELSE
                   MOVE WS-PCT-WORK TO CPTY01O-PCT-CAPITAL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CPTY01O-NET > CPTY01O-LIMIT
                   SET CPTY01O-BREACH TO TRUE
               WHEN CPTY01O-NET IS NOT LESS THAN WS-NEAR-LINE
                AND CPTY01O-NET > ZERO
                   SET CPTY01O-NEAR-BREACH TO TRUE
               WHEN OTHER
                   SET CPTY01O-WITHIN TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CPTY01O-BREACH
                   MOVE 'Exposure is OVER the large-exposure limit'
                     TO GOOD-ERRMSG
               WHEN CPTY01O-NEAR-BREACH
                   MOVE 'Exposure is close to the large-exposure limit'
                     TO GOOD-ERRMSG
               WHEN OTHER
                   MOVE 'Exposure is within the large-exposure limit'
                     TO GOOD-ERRMSG
           END-EVALUATE.

       EXPOSURE-EXIT.
           EXIT.

       P510-LOAD-MEMBERS.
           MOVE DCL-CPG-GROUP-ID TO DCL-CPM-GROUP-ID.

           EXEC SQL
                DECLARE CPE_CSR CURSOR FOR
                SELECT CPM_PID
                FROM BNKCPMBR
                WHERE CPM_GROUP_ID = :DCL-CPM-GROUP-ID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CPE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P515-FETCH-MEMBER-PID
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR WS-MBR-COUNT IS NOT LESS THAN 100
               EXEC SQL
                    CLOSE CPE_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

       P515-FETCH-MEMBER-PID.
           EXEC SQL
                FETCH CPE_CSR
                INTO :DCL-CPM-PID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-MBR-COUNT
               MOVE DCL-CPM-PID TO WS-MBR-PID(WS-MBR-COUNT)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * One member's share - loan by loan for the collateral cap,
      * then the overdraft and credit-line positions.
      *-----------------------------------------------------------------
       P520-MEMBER-EXPOSURE.
           MOVE WS-MBR-PID(WS-SUB) TO DCL-CPM-PID.

           EXEC SQL
                DECLARE CPL_CSR CURSOR FOR
                SELECT BAC_ACCNO
                FROM BNKACC
                WHERE BAC_PID     = :DCL-CPM-PID
                  AND BAC_ACCTYPE = 'L'
                  AND BAC_STATUS <> 'C'
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN CPL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P525-FETCH-LOAN
                   UNTIL SQLCODE NOT EQUAL ZERO
               EXEC SQL
                    CLOSE CPL_CSR
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(0 - BAC_BALANCE), 0)
                      INTO :WS-LOAN-OUT
                      FROM BNKODAC, BNKACC
                     WHERE ODA_PID     = :DCL-CPM-PID
                       AND BAC_ACCNO   = ODA_ACCNO
                       AND BAC_BALANCE < 0
                       AND BAC_ACCTYPE NOT IN ('L', 'R')
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD WS-LOAN-OUT TO WS-OD-DRAWN
           END-IF.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(BAT_OVERDRAFT_LIMIT), 0)
                      INTO :WS-LOAN-OUT
                      FROM BNKACC, BNKATYP
                     WHERE BAC_PID     = :DCL-CPM-PID
                       AND BAT_TYPE    = BAC_ACCTYPE
                       AND BAC_STATUS <> 'C'
                       AND BAC_ACCTYPE NOT IN ('L', 'R')
                       AND BAT_OVERDRAFT_LIMIT > 0
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD WS-LOAN-OUT TO WS-OD-LIMITS
           END-IF.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(0 - BAC_BALANCE), 0)
                      INTO :WS-LOAN-OUT
                      FROM BNKLINE, BNKACC
                     WHERE LIN_PID     = :DCL-CPM-PID
                       AND BAC_ACCNO   = LIN_ACCNO
                       AND LIN_STATUS <> 'C'
                       AND BAC_BALANCE < 0
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD WS-LOAN-OUT TO WS-LINE-DRAWN
           END-IF.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(LIN_LIMIT), 0)
                      INTO :WS-LOAN-OUT
                      FROM BNKLINE
                     WHERE LIN_PID    = :DCL-CPM-PID
                       AND LIN_STATUS = 'A'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD WS-LOAN-OUT TO WS-LINE-LIMITS
           END-IF.

      *    Applications taken but not yet funded or turned down.
           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COALESCE(SUM(LAP_PRINCIPAL), 0)
                      INTO :WS-LOAN-OUT
                      FROM BNKLNAPP
                     WHERE LAP_PID     = :DCL-CPM-PID
                       AND LAP_STATUS IN ('A', 'R', 'P')
                       AND LAP_APP_NO <> :WS-EXCL-APP-NO
               END-EXEC
               PERFORM P800-ERROR-CHECK
               ADD WS-LOAN-OUT TO CPTY01O-PENDING
           END-IF.

       P525-FETCH-LOAN.
           EXEC SQL
                FETCH CPL_CSR
                INTO :WS-LOAN-ACC
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P530-LOAN-POSITION
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *    The schedule's unpaid principal, and what secures it -
      *    collateral and guarantees beyond the loan they back cover
      *    nothing else.
       P530-LOAN-POSITION.
           EXEC SQL
                SELECT COALESCE(SUM(LNS_PRINCIPAL - LNS_PRIN_PAID), 0)
                  INTO :WS-LOAN-OUT
                  FROM BNKLNSCH
                 WHERE LNS_LOAN_ACC = :WS-LOAN-ACC
                   AND LNS_STATUS NOT IN ('F', 'S')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(CLT_VALUE), 0)
                  INTO :WS-LOAN-COLL
                  FROM BNKCLTRL
                 WHERE CLT_LOAN_ACC  = :WS-LOAN-ACC
                   AND CLT_STATUS    = 'A'
                   AND CLT_VAL_DATE >= :WS-VAL-CUTOFF
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *    A guarantee counts only from outside the group - the
      *    borrower's own or a fellow member's is the same exposure.
           EXEC SQL
                SELECT COALESCE(SUM(
                         CASE WHEN GUA_AMOUNT > 0
                              THEN GUA_AMOUNT
                              ELSE :WS-LOAN-OUT * GUA_PCT / 100
                         END), 0)
                  INTO :WS-LOAN-GUAR
                  FROM BNKGUAR
                 WHERE GUA_LOAN_ACC  = :WS-LOAN-ACC
                   AND GUA_STATUS    = 'A'
                   AND (GUA_EXPIRY = ' ' OR GUA_EXPIRY >= :WS-TODAY)
                   AND GUA_PID      <> :DCL-CPM-PID
                   AND GUA_PID NOT IN
                       (SELECT CPM_PID
                          FROM BNKCPMBR
                         WHERE CPM_GROUP_ID = :WS-GUAR-GROUP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           ADD WS-LOAN-GUAR TO WS-LOAN-COLL.

           ADD WS-LOAN-OUT TO CPTY01O-LOANS.
           IF WS-LOAN-COLL > WS-LOAN-OUT
               ADD WS-LOAN-OUT  TO CPTY01O-COLLATERAL
           ELSE
               ADD WS-LOAN-COLL TO CPTY01O-COLLATERAL
           END-IF.

      *-----------------------------------------------------------------
      * The capital base and limit shares in force - a lookup problem
      * leaves the compiled values standing.
      *-----------------------------------------------------------------
       P550-LOAD-LIMITS.
           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'CAPITALBASE' TO PARM01I-NAME.
           MOVE WS-CAPITAL-BASE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-CAPITAL-BASE
           END-IF.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'LGEXPLIMIT' TO PARM01I-NAME.
           MOVE WS-LIMIT-PCT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-LIMIT-PCT
           END-IF.

           MOVE SPACES TO PARM01-DATA WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET TO TRUE.
           MOVE 'LGEXPNEAR' TO PARM01I-NAME.
           MOVE WS-NEAR-PCT TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-NEAR-PCT
           END-IF.

      *=================================================================
      * The audit row - the caller has set the action and images.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE CPTY01I-USERID TO CD74I-USERID.
           MOVE 'DCPTY01P'     TO CD74I-PROGRAM.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-MEMBER-IMAGE.
           MOVE 'BNKCPMBR' TO CD74I-TABLE.
           MOVE DCL-CPM-GROUP-ID TO WS-GROUP-DSP.
           MOVE SPACES TO CD74I-KEY CD74I-AFTER.
           STRING WS-GROUP-DSP DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  DCL-CPM-PID  DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'LINK='       DELIMITED BY SIZE
                  DCL-CPM-LINK  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  DCL-CPM-REASON DELIMITED BY SIZE
             INTO CD74I-AFTER.

      *-----------------------------------------------------------------
      * The group by its number, or through a member's PID.
      *-----------------------------------------------------------------
       P700-READ-GROUP.
           IF CPTY01I-GROUP-ID = ZERO
               IF CPTY01I-PID = SPACES
                   MOVE 'Please enter a group or a member customer'
                     TO BANK-ERRMSG
                   GO TO READ-GROUP-EXIT
               END-IF
               MOVE CPTY01I-PID TO DCL-CPM-PID
               PERFORM P710-FIND-MEMBERSHIP
               IF BANK-ERRMSG NOT = SPACES
                   GO TO READ-GROUP-EXIT
               END-IF
               IF SQLCODE = +100
                   MOVE 'Customer is not in a connected-party group'
                     TO BANK-ERRMSG
                   GO TO READ-GROUP-EXIT
               END-IF
               MOVE DCL-CPM-GROUP-ID TO DCL-CPG-GROUP-ID
           ELSE
               MOVE CPTY01I-GROUP-ID TO DCL-CPG-GROUP-ID
           END-IF.

           EXEC SQL
                SELECT CPG_NAME, CPG_STATUS
                  INTO :DCL-CPG-NAME, :DCL-CPG-STATUS
                  FROM BNKCPGRP
                 WHERE CPG_GROUP_ID = :DCL-CPG-GROUP-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Group not on file' TO BANK-ERRMSG
               GO TO READ-GROUP-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-CPG-GROUP-ID TO CPTY01O-GROUP-ID.
           MOVE DCL-CPG-NAME     TO CPTY01O-GROUP-NAME.

       READ-GROUP-EXIT.
           EXIT.

      *    The group a customer is in, if any - SQLCODE +100 for none.
       P710-FIND-MEMBERSHIP.
           EXEC SQL
                SELECT CPM_GROUP_ID, CPM_LINK, CPM_REASON
                  INTO :DCL-CPM-GROUP-ID, :DCL-CPM-LINK,
                       :DCL-CPM-REASON
                  FROM BNKCPMBR
                 WHERE CPM_PID = :DCL-CPM-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Connected party failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
