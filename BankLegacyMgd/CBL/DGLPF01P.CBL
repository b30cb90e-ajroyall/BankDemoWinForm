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
001300* Program:     DGLPF01P.CBL                                    *
001400* Function:    Subledger-to-GL difference review list - the     *
001500*              BNKGLDIF rows DGLPF02P's daily proof raises when *
001600*              a control account's BNKGLBAL balance does not    *
001700*              agree with its subledger.  'L' lists the open    *
001800*              and explained differences, oldest first, with    *
001900*              their age in days; 'E' records finance's         *
002000*              disposition note and marks the difference        *
002100*              explained, so the end-of-day console stops       *
002200*              showing the proof as failed for it; 'R' puts an  *
002300*              explained difference back to open.  Every change *
002400*              writes its before/after images to BNKMADT        *
002500*              through DBANK74P, as DGLMP01P does.              *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DGLPF01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-ACCT-DSP                       PIC 9(5).
           05  WS-DIFF-DSP                       PIC -(10)9.99.
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
      *-----------------------------------------------------------------
      * Age in days on the 360-day serial DQMON01P ages its queues by
      * - close enough for a review list counted in days.
      *-----------------------------------------------------------------
           05  WS-TODAY-SERIAL                   PIC S9(7) COMP-3.
           05  WS-OLD-DATE-X.
               10  WS-OLD-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-OLD-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-OLD-DD                     PIC 9(2).
           05  WS-OLD-SERIAL                     PIC S9(7) COMP-3.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGD
           END-EXEC.

           COPY CBANKSGDX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CGLPF01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference GLPF01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN GLPF01I-LIST
                   PERFORM P100-LIST-DIFFERENCES
               WHEN GLPF01I-EXPLAIN
                   PERFORM P200-EXPLAIN THRU EXPLAIN-EXIT
               WHEN GLPF01I-REOPEN
                   PERFORM P300-REOPEN THRU REOPEN-EXIT
               WHEN OTHER
                   MOVE 'Invalid GL proof review function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The live differences - open and explained - oldest first,
      * and how many of them are still unexplained.
      *=================================================================
       P100-LIST-DIFFERENCES.
           MOVE ZERO TO GLPF01O-DIF-COUNT GLPF01O-OPEN-COUNT.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-SERIAL =
               (WS-SYSDATE-YYYY * 360) + (WS-SYSDATE-MM * 30)
               + WS-SYSDATE-DD.

           EXEC SQL
                DECLARE GLD_CSR CURSOR FOR
                SELECT GLD_GL_ACCOUNT, GLD_FIRST_DATE, GLD_LAST_DATE,
                       GLD_SUBLEDGER, GLD_GL_BALANCE, GLD_DIFFERENCE,
                       GLD_STATUS, GLD_NOTE, GLD_UPDATED_BY
                FROM BNKGLDIF
                WHERE GLD_STATUS IN ('O', 'E')
                ORDER BY GLD_FIRST_DATE, GLD_GL_ACCOUNT
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN GLD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-DIFFERENCE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR GLPF01O-DIF-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE GLD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :GLPF01O-OPEN-COUNT
                      FROM BNKGLDIF
                     WHERE GLD_STATUS = 'O'
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               IF GLPF01O-DIF-COUNT = ZERO
                   MOVE 'No differences - the GL proof is clean'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Differences listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       P110-FETCH-DIFFERENCE.
           EXEC SQL
                FETCH GLD_CSR
                INTO :DCL-GLD-GL-ACCOUNT,
                     :DCL-GLD-FIRST-DATE,
                     :DCL-GLD-LAST-DATE,
                     :DCL-GLD-SUBLEDGER,
                     :DCL-GLD-GL-BALANCE,
                     :DCL-GLD-DIFFERENCE,
                     :DCL-GLD-STATUS,
                     :DCL-GLD-NOTE,
                     :DCL-GLD-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO GLPF01O-DIF-COUNT
               MOVE GLPF01O-DIF-COUNT TO WS-SUB
               MOVE DCL-GLD-GL-ACCOUNT
                 TO GLPF01O-GL-ACCOUNT(WS-SUB)
               MOVE DCL-GLD-FIRST-DATE
                 TO GLPF01O-FIRST-DATE(WS-SUB)
               MOVE DCL-GLD-LAST-DATE
                 TO GLPF01O-LAST-DATE(WS-SUB)
               MOVE DCL-GLD-SUBLEDGER
                 TO GLPF01O-SUBLEDGER(WS-SUB)
               MOVE DCL-GLD-GL-BALANCE
                 TO GLPF01O-GL-BALANCE(WS-SUB)
               MOVE DCL-GLD-DIFFERENCE
                 TO GLPF01O-DIFFERENCE(WS-SUB)
               MOVE DCL-GLD-STATUS
                 TO GLPF01O-STATUS(WS-SUB)
               MOVE DCL-GLD-NOTE
                 TO GLPF01O-NOTE(WS-SUB)
               MOVE DCL-GLD-UPDATED-BY
                 TO GLPF01O-UPDATED-BY(WS-SUB)
               MOVE DCL-GLD-FIRST-DATE TO WS-OLD-DATE-X
               COMPUTE WS-OLD-SERIAL =
                   (WS-OLD-YYYY * 360) + (WS-OLD-MM * 30)
                   + WS-OLD-DD
               COMPUTE GLPF01O-AGE-DAYS(WS-SUB) =
                   WS-TODAY-SERIAL - WS-OLD-SERIAL
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Record the disposition - a note is required, and it stands
      * for the amount it was written against: if the next proof
      * finds a different amount the difference reopens.
      *=================================================================
       P200-EXPLAIN.
           IF GLPF01I-NOTE = SPACES
               MOVE 'Enter the disposition note' TO BANK-ERRMSG
               GO TO EXPLAIN-EXIT
           END-IF.

           PERFORM P500-READ-LIVE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO EXPLAIN-EXIT
           END-IF.

           PERFORM P610-BUILD-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           MOVE GLPF01I-NOTE   TO DCL-GLD-NOTE.
           MOVE GLPF01I-USERID TO DCL-GLD-UPDATED-BY.
           MOVE 'E'            TO DCL-GLD-STATUS.

           PERFORM P550-UPDATE-LIVE.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               PERFORM P600-WRITE-AUDIT
               MOVE 'Difference explained - disposition recorded'
                 TO GOOD-ERRMSG
           END-IF.

       EXPLAIN-EXIT.
           EXIT.

      *=================================================================
       P300-REOPEN.
           PERFORM P500-READ-LIVE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REOPEN-EXIT
           END-IF.

           IF NOT DCL-GLD-EXPLAINED
               MOVE 'That difference is already open' TO BANK-ERRMSG
               GO TO REOPEN-EXIT
           END-IF.

           PERFORM P610-BUILD-IMAGE.
           MOVE CD74I-AFTER TO CD74I-BEFORE.

           MOVE GLPF01I-USERID TO DCL-GLD-UPDATED-BY.
           MOVE 'O'            TO DCL-GLD-STATUS.

           PERFORM P550-UPDATE-LIVE.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-IMAGE
               PERFORM P600-WRITE-AUDIT
               MOVE 'Difference reopened as unexplained'
                 TO GOOD-ERRMSG
           END-IF.

       REOPEN-EXIT.
           EXIT.

      *=================================================================
      * The control account's live (open or explained) difference.
      *=================================================================
       P500-READ-LIVE.
           MOVE GLPF01I-GL-ACCOUNT TO DCL-GLD-GL-ACCOUNT.

           EXEC SQL
                SELECT GLD_DIFFERENCE, GLD_STATUS, GLD_NOTE
                  INTO :DCL-GLD-DIFFERENCE,
                       :DCL-GLD-STATUS,
                       :DCL-GLD-NOTE
                  FROM BNKGLDIF
                 WHERE GLD_GL_ACCOUNT = :DCL-GLD-GL-ACCOUNT
                   AND GLD_STATUS IN ('O', 'E')
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'No open difference on that GL account'
                 TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P550-UPDATE-LIVE.
           EXEC SQL
                UPDATE BNKGLDIF
                   SET GLD_STATUS     = :DCL-GLD-STATUS,
                       GLD_NOTE       = :DCL-GLD-NOTE,
                       GLD_UPDATED_BY = :DCL-GLD-UPDATED-BY,
                       GLD_UPDATED_TS = CURRENT TIMESTAMP
                 WHERE GLD_GL_ACCOUNT = :DCL-GLD-GL-ACCOUNT
                   AND GLD_STATUS IN ('O', 'E')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The maintenance audit row - the GL account is the key, the
      * status, amount and note are the image.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE GLPF01I-USERID TO CD74I-USERID.
           MOVE 'DGLPF01P'     TO CD74I-PROGRAM.
           MOVE 'BNKGLDIF'     TO CD74I-TABLE.
           MOVE 'C'            TO CD74I-ACTION.

           MOVE DCL-GLD-GL-ACCOUNT TO WS-ACCT-DSP.
           MOVE SPACES TO CD74I-KEY.
           MOVE WS-ACCT-DSP TO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P610-BUILD-IMAGE.
           MOVE DCL-GLD-DIFFERENCE TO WS-DIFF-DSP.

           MOVE SPACES TO CD74I-AFTER.
           STRING DCL-GLD-STATUS DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-DIFF-DSP    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  DCL-GLD-NOTE   DELIMITED BY SIZE
             INTO CD74I-AFTER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'GL proof review failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
