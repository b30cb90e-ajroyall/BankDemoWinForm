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
001300* Program:     DPROF01P.CBL                                    *
001400* Function:    Customer profitability - the on-line side of     *
001500*              DPROF02P's month-end run.  'Q' reads the         *
001600*              customer's latest BNKPROF month (revenue, cost,  *
001700*              net contribution and rank within branch and      *
001800*              tier) for the Customer 360 page.  'L' lists the  *
001900*              BNKPCOST processing cost table most specific     *
002000*              pattern first, the order DPROF02P tries it; 'S'  *
002100*              sets the cost of one BTX_TYPE/BTX_CATEGORY       *
002200*              pattern ('*' matches anything), adding the row   *
002300*              or changing it; 'D' removes one.  Every change   *
002400*              writes its before/after images to BNKMADT        *
002500*              through DBANK74P.                                *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPROF01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-COST-DSP                       PIC ZZ9.99.
           05  WS-EXISTS-SW                      PIC X(1).
               88  WS-COST-EXISTS                VALUE 'Y'.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPF
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSPC
           END-EXEC.

           COPY CBANKSPFX.
           COPY CBANKSPCX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CPROF01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference PROF01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN PROF01I-QUERY
                   PERFORM P100-QUERY-PROFIT THRU QUERY-PROFIT-EXIT
               WHEN PROF01I-LIST
                   PERFORM P200-LIST-COSTS
               WHEN PROF01I-SET
                   PERFORM P300-SET-COST THRU SET-COST-EXIT
               WHEN PROF01I-DELETE
                   PERFORM P400-DELETE-COST THRU DELETE-COST-EXIT
               WHEN OTHER
                   MOVE 'Invalid profitability function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The customer's most recent month - nothing found is not an
      * error, the customer simply has not been through a month-end
      * run yet.
      *=================================================================
       P100-QUERY-PROFIT.
           MOVE 'N'  TO PROF01O-FOUND-SW.
           MOVE ZERO TO PROF01O-REVENUE PROF01O-COST PROF01O-NET
                        PROF01O-RANK PROF01O-RANK-OF
                        PROF01O-COST-COUNT.
           MOVE PROF01I-PID TO DCL-PRF-PID.

           EXEC SQL
                SELECT PRF_MONTH, PRF_BRANCH, PRF_TIER,
                       PRF_REVENUE, PRF_COST, PRF_NET,
                       PRF_RANK, PRF_RANK_OF
                  INTO :DCL-PRF-MONTH, :DCL-PRF-BRANCH, :DCL-PRF-TIER,
                       :DCL-PRF-REVENUE, :DCL-PRF-COST, :DCL-PRF-NET,
                       :DCL-PRF-RANK, :DCL-PRF-RANK-OF
                  FROM BNKPROF
                 WHERE PRF_PID   = :DCL-PRF-PID
                   AND PRF_MONTH =
                       (SELECT MAX(PRF_MONTH)
                          FROM BNKPROF
                         WHERE PRF_PID = :DCL-PRF-PID)
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No profitability figures for this customer yet'
                 TO GOOD-ERRMSG
               GO TO QUERY-PROFIT-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Y'                 TO PROF01O-FOUND-SW
               MOVE DCL-PRF-MONTH       TO PROF01O-MONTH
               MOVE DCL-PRF-BRANCH      TO PROF01O-BRANCH
               MOVE DCL-PRF-TIER        TO PROF01O-TIER
               MOVE DCL-PRF-REVENUE     TO PROF01O-REVENUE
               MOVE DCL-PRF-COST        TO PROF01O-COST
               MOVE DCL-PRF-NET         TO PROF01O-NET
               MOVE DCL-PRF-RANK        TO PROF01O-RANK
               MOVE DCL-PRF-RANK-OF     TO PROF01O-RANK-OF
               MOVE 'Profitability read' TO GOOD-ERRMSG
           END-IF.

       QUERY-PROFIT-EXIT.
           EXIT.

      *=================================================================
      * The cost table, most specific pattern first - an exact type
      * and category before a '*' in either.
      *=================================================================
       P200-LIST-COSTS.
           MOVE ZERO TO PROF01O-COST-COUNT.

           EXEC SQL
                DECLARE PCS_CSR CURSOR FOR
                SELECT PCS_TYPE, PCS_CATEGORY, PCS_COST,
                       PCS_DESC, PCS_UPDATED_BY
                FROM BNKPCOST
                ORDER BY PCS_TYPE DESC, PCS_CATEGORY DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN PCS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-COST
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR PROF01O-COST-COUNT IS NOT LESS THAN 50.

           EXEC SQL
                CLOSE PCS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               MOVE 'Processing costs listed' TO GOOD-ERRMSG
           END-IF.

       P210-FETCH-COST.
           EXEC SQL
                FETCH PCS_CSR
                INTO :DCL-PCS-TYPE,
                     :DCL-PCS-CATEGORY,
                     :DCL-PCS-COST,
                     :DCL-PCS-DESC,
                     :DCL-PCS-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO PROF01O-COST-COUNT
               MOVE PROF01O-COST-COUNT TO WS-SUB
               MOVE DCL-PCS-TYPE       TO PROF01O-C-TYPE(WS-SUB)
               MOVE DCL-PCS-CATEGORY   TO PROF01O-C-CATEGORY(WS-SUB)
               MOVE DCL-PCS-COST       TO PROF01O-C-COST(WS-SUB)
               MOVE DCL-PCS-DESC       TO PROF01O-C-DESC(WS-SUB)
               MOVE DCL-PCS-UPDATED-BY TO PROF01O-C-UPDATED-BY(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Set one pattern's cost - BTX_TYPE 1 to 5 or '*', any category
      * code or '*'.  The pattern is the key: a second set changes
      * the cost in place.
      *=================================================================
       P300-SET-COST.
           IF PROF01I-TYPE = SPACES OR PROF01I-CATEGORY = SPACES
               MOVE 'Enter the type and category - use * for any'
                 TO BANK-ERRMSG
               GO TO SET-COST-EXIT
           END-IF.

           IF PROF01I-TYPE NOT = '*' AND
              (PROF01I-TYPE < '1' OR PROF01I-TYPE > '5')
               MOVE 'Type must be 1 to 5 or *' TO BANK-ERRMSG
               GO TO SET-COST-EXIT
           END-IF.

           IF PROF01I-COST IS LESS THAN ZERO
               MOVE 'The cost cannot be negative' TO BANK-ERRMSG
               GO TO SET-COST-EXIT
           END-IF.

           PERFORM P310-READ-COST.

           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-COST-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           IF WS-COST-EXISTS
               PERFORM P610-BUILD-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
           END-IF.

           MOVE PROF01I-COST   TO DCL-PCS-COST.
           MOVE PROF01I-DESC   TO DCL-PCS-DESC.
           MOVE PROF01I-USERID TO DCL-PCS-UPDATED-BY.

           IF WS-COST-EXISTS
               EXEC SQL
                    UPDATE BNKPCOST
                       SET PCS_COST       = :DCL-PCS-COST,
                           PCS_DESC       = :DCL-PCS-DESC,
                           PCS_UPDATED_BY = :DCL-PCS-UPDATED-BY,
                           PCS_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE PCS_TYPE     = :DCL-PCS-TYPE
                       AND PCS_CATEGORY = :DCL-PCS-CATEGORY
               END-EXEC
               MOVE 'C' TO CD74I-ACTION
           ELSE
               EXEC SQL
                    INSERT INTO BNKPCOST (
                      PCS_TYPE,
                      PCS_CATEGORY,
                      PCS_COST,
                      PCS_DESC,
                      PCS_UPDATED_BY,
                      PCS_UPDATED_TS
                    ) VALUES (
                      :DCL-PCS-TYPE,
                      :DCL-PCS-CATEGORY,
                      :DCL-PCS-COST,
                      :DCL-PCS-DESC,
                      :DCL-PCS-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
               MOVE 'A' TO CD74I-ACTION
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               PERFORM P600-WRITE-AUDIT
               MOVE 'Processing cost saved - used from the next run'
                 TO GOOD-ERRMSG
           END-IF.

       SET-COST-EXIT.
           EXIT.

       P310-READ-COST.
           MOVE 'N'              TO WS-EXISTS-SW.
           MOVE PROF01I-TYPE     TO DCL-PCS-TYPE.
           MOVE PROF01I-CATEGORY TO DCL-PCS-CATEGORY.

           EXEC SQL
                SELECT PCS_COST, PCS_DESC
                  INTO :DCL-PCS-COST, :DCL-PCS-DESC
                  FROM BNKPCOST
                 WHERE PCS_TYPE     = :DCL-PCS-TYPE
                   AND PCS_CATEGORY = :DCL-PCS-CATEGORY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-EXISTS-SW
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Remove a pattern - its postings fall through to the next
      * pattern that covers them, or cost nothing.
      *=================================================================
       P400-DELETE-COST.
           PERFORM P310-READ-COST.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DELETE-COST-EXIT
           END-IF.

           IF NOT WS-COST-EXISTS
               MOVE 'No processing cost with that pattern'
                 TO BANK-ERRMSG
               GO TO DELETE-COST-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM BNKPCOST
                 WHERE PCS_TYPE     = :DCL-PCS-TYPE
                   AND PCS_CATEGORY = :DCL-PCS-CATEGORY
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               MOVE CD74I-AFTER TO CD74I-BEFORE
               MOVE 'REMOVED' TO CD74I-AFTER
               MOVE 'D' TO CD74I-ACTION
               PERFORM P600-WRITE-AUDIT
               MOVE 'Processing cost removed' TO GOOD-ERRMSG
           END-IF.

       DELETE-COST-EXIT.
           EXIT.

      *=================================================================
      * The maintenance audit row - the pattern is the key, the cost
      * and its description are the image.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE PROF01I-USERID TO CD74I-USERID.
           MOVE 'DPROF01P'     TO CD74I-PROGRAM.
           MOVE 'BNKPCOST'     TO CD74I-TABLE.

           MOVE SPACES TO CD74I-KEY.
           STRING PROF01I-TYPE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PROF01I-CATEGORY DELIMITED BY SIZE
             INTO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-BUILD-IMAGE.
           MOVE DCL-PCS-COST TO WS-COST-DSP.

           MOVE SPACES TO CD74I-AFTER.
           STRING 'COST=' DELIMITED BY SIZE
                  WS-COST-DSP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DCL-PCS-DESC DELIMITED BY SIZE
             INTO CD74I-AFTER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Profitability enquiry failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
