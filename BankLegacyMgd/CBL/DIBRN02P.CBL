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
001300* Program:     DIBRN02P.CBL                                    *
001400* Function:    Daily inter-branch settlement - nightly, in the  *
001500*              end-of-day stream as IBSETTLE, after the GL      *
001600*              extract has booked the day's BNKIBDUE entries.   *
001700*              Every entry not yet settled (today's, and any    *
001800*              carried from an earlier day) is netted by branch *
001900*              pair: each branch's due-from the other less its  *
002000*              due-to the other is its claim, and the two       *
002100*              claims of a pair must cancel.  A pair that nets  *
002200*              to zero is settled - the report says which       *
002300*              branch pays which and the entries are stamped    *
002400*              with today's date; a pair that does not is       *
002500*              listed OUT OF BALANCE and its entries stay open  *
002600*              for the next night.  Each branch's net position  *
002700*              across all its pairs follows.  All of it goes to *
002800*              IBSETTLE.RPT.                                    *
002900*              SQL version - standalone batch step, connects    *
003000*              and disconnects itself.                          *
003100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIBRN02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBSETRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IBSETRPT.
       01  IBSETRPT-RECORD                       PIC X(132).

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
                   VALUE "C:\BANK\DATA\IBSETTLE.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-SYSTIME-HHMMSSHH.
               10  WS-SYSTIME-HH                 PIC 9(2).
               10  WS-SYSTIME-MN                 PIC 9(2).
               10  WS-SYSTIME-SS                 PIC 9(2).
               10  WS-SYSTIME-HS                 PIC 9(2).
           05  WS-LO-BRANCH                      PIC X(3).
           05  WS-HI-BRANCH                      PIC X(3).
           05  WS-LO-NET                         PIC S9(11)V99 COMP-3.
           05  WS-HI-NET                         PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE                     PIC S9(11)V99 COMP-3.
           05  WS-ENTRY-COUNT                    PIC S9(9) COMP-3
                                                  VALUE ZERO.
           05  WS-SETTLED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-BREAK-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-SETTLED-AMOUNT                 PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(8)9.
           05  WS-CNT-DSP2                       PIC Z(8)9.
           05  WS-CNT-DSP3                       PIC Z(8)9.

      *-----------------------------------------------------------------
      * The open entries netted by branch pair, the lower branch code
      * first, and each branch's position across all its pairs.
      *-----------------------------------------------------------------
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-PAIR-SUB                       PIC S9(4) COMP.
           05  WS-PAIR-HIT-SUB                   PIC S9(4) COMP.
           05  WS-PAIR-HIT-SW                    PIC X(1).
               88  WS-PAIR-HIT                   VALUE 'Y'.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PAIR-LO                    PIC X(3).
               10  WS-PAIR-HI                    PIC X(3).
               10  WS-PAIR-ENTRIES               PIC S9(7) COMP-3.
               10  WS-PAIR-LO-FROM               PIC S9(11)V99 COMP-3.
               10  WS-PAIR-LO-TO                 PIC S9(11)V99 COMP-3.
               10  WS-PAIR-HI-FROM               PIC S9(11)V99 COMP-3.
               10  WS-PAIR-HI-TO                 PIC S9(11)V99 COMP-3.

       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT                       PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-BR-SUB                         PIC S9(4) COMP.
           05  WS-BR-HIT-SUB                     PIC S9(4) COMP.
           05  WS-BR-HIT-SW                      PIC X(1).
               88  WS-BR-HIT                     VALUE 'Y'.
           05  WS-BR-FIND                        PIC X(3).
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-BRANCH                  PIC X(3).
               10  WS-BR-DUE-FROM                PIC S9(11)V99 COMP-3.
               10  WS-BR-DUE-TO                  PIC S9(11)V99 COMP-3.

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-PAIR-LINE.
           05  RPT-LO                            PIC X(3).
           05  FILLER                            PIC X(1).
           05  RPT-SLASH                         PIC X(1).
           05  FILLER                            PIC X(1).
           05  RPT-HI                            PIC X(3).
           05  FILLER                            PIC X(2).
           05  RPT-ENTRIES                       PIC Z(6)9.
           05  FILLER                            PIC X(2).
           05  RPT-LO-NET                        PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-HI-NET                        PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-DIFFERENCE                    PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-STATUS                        PIC X(14).
           05  FILLER                            PIC X(2).
           05  RPT-SETTLEMENT                    PIC X(40).

       01  WS-RPT-BRANCH-LINE.
           05  RPT-BRANCH                        PIC X(3).
           05  FILLER                            PIC X(4).
           05  RPT-DUE-FROM                      PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-DUE-TO                        PIC -(10)9.99.
           05  FILLER                            PIC X(2).
           05  RPT-BR-NET                        PIC -(10)9.99.

       01  WS-AMT-DSP                            PIC Z(10)9.99.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSIB
           END-EXEC.

           COPY CBANKSIBX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-RUN-TS                             PIC X(26).
       01  WS-GROUP-COUNT                        PIC S9(7) COMP-3.
       01  WS-GROUP-AMOUNT                       PIC S9(11)V99 COMP-3.
       01  WS-SET-LO                             PIC X(3).
       01  WS-SET-HI                             PIC X(3).

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
               PERFORM P100-RUN-SETTLEMENT THRU RUN-SETTLEMENT-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DIBRN02P - unable to connect, settlement aborted'
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
      * Net the open entries by pair, settle the pairs that agree and
      * report the lot.
      *=================================================================
       P100-RUN-SETTLEMENT.
           PERFORM P110-BUILD-TODAY.

           OPEN OUTPUT IBSETRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DIBRN02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-SETTLEMENT-EXIT
           END-IF.

           MOVE SPACES TO IBSETRPT-RECORD.
           STRING 'INTER-BRANCH SETTLEMENT - '  DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
                  '   (OPEN DUE-TO/DUE-FROM ENTRIES BY BRANCH PAIR)'
                                                DELIMITED BY SIZE
             INTO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.
           MOVE SPACES TO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.
           MOVE SPACES TO IBSETRPT-RECORD.
           STRING 'PAIR         ENTRIES      LOWER CLAIM  '
                    DELIMITED BY SIZE
                  '    HIGHER CLAIM      DIFFERENCE  STATUS          '
                    DELIMITED BY SIZE
                  'SETTLEMENT'
                    DELIMITED BY SIZE
             INTO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.

           PERFORM P200-LOAD-PAIRS.

           IF WS-JOB-HAD-ERROR
               CLOSE IBSETRPT
               GO TO RUN-SETTLEMENT-EXIT
           END-IF.

           PERFORM P300-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P500-WRITE-BRANCHES.

           PERFORM P600-WRITE-TOTALS.

           CLOSE IBSETRPT.

           DISPLAY 'DIBRN02P - settlement complete, pairs settled: '
                   WS-SETTLED-COUNT ' out of balance: ' WS-BREAK-COUNT.

       RUN-SETTLEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today as YYYY-MM-DD, and the moment the run started - entries
      * posted after it wait for tomorrow's run.
      *-----------------------------------------------------------------
       P110-BUILD-TODAY.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME-HHMMSSHH FROM TIME.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           MOVE SPACES TO WS-RUN-TS.
           STRING WS-TODAY-DATE    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSTIME-HH    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-MN    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-SS    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-SYSTIME-HS    DELIMITED BY SIZE
                  '0000'           DELIMITED BY SIZE
             INTO WS-RUN-TS.

      *-----------------------------------------------------------------
      * The open entries summed by branch, counter-branch and side.
      *-----------------------------------------------------------------
       P200-LOAD-PAIRS.
           EXEC SQL
                DECLARE IBP_CSR CURSOR FOR
                SELECT IBD_BRANCH, IBD_OTHER_BRANCH, IBD_SIDE,
                       COUNT(*), SUM(IBD_AMOUNT)
                FROM BNKIBDUE
                WHERE IBD_SETTLED_DATE = ' '
                  AND IBD_TIMESTAMP    < :WS-RUN-TS
                GROUP BY IBD_BRANCH, IBD_OTHER_BRANCH, IBD_SIDE
                ORDER BY IBD_BRANCH, IBD_OTHER_BRANCH, IBD_SIDE
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IBP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-GROUP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE IBP_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P210-FETCH-GROUP.
           EXEC SQL
                FETCH IBP_CSR
                INTO :DCL-IBD-BRANCH, :DCL-IBD-OTHER-BRANCH,
                     :DCL-IBD-SIDE, :WS-GROUP-COUNT, :WS-GROUP-AMOUNT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD WS-GROUP-COUNT TO WS-ENTRY-COUNT
               PERFORM P220-ADD-TO-PAIR
               PERFORM P230-ADD-TO-BRANCH
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Into its pair's row - the lower branch code is the pair's
      * first branch whichever side the group came from.
      *-----------------------------------------------------------------
       P220-ADD-TO-PAIR.
           IF DCL-IBD-BRANCH < DCL-IBD-OTHER-BRANCH
               MOVE DCL-IBD-BRANCH       TO WS-LO-BRANCH
               MOVE DCL-IBD-OTHER-BRANCH TO WS-HI-BRANCH
           ELSE
               MOVE DCL-IBD-OTHER-BRANCH TO WS-LO-BRANCH
               MOVE DCL-IBD-BRANCH       TO WS-HI-BRANCH
           END-IF.

           MOVE 'N' TO WS-PAIR-HIT-SW.
           PERFORM P225-TRY-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR WS-PAIR-HIT.

           IF NOT WS-PAIR-HIT
               IF WS-PAIR-COUNT IS NOT LESS THAN 500
                   DISPLAY 'DIBRN02P - over 500 branch pairs, '
                           WS-LO-BRANCH '/' WS-HI-BRANCH
                           ' left for the next run'
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-HIT-SUB
                   MOVE WS-LO-BRANCH  TO WS-PAIR-LO(WS-PAIR-HIT-SUB)
                   MOVE WS-HI-BRANCH  TO WS-PAIR-HI(WS-PAIR-HIT-SUB)
                   MOVE ZERO TO WS-PAIR-ENTRIES(WS-PAIR-HIT-SUB)
                                WS-PAIR-LO-FROM(WS-PAIR-HIT-SUB)
                                WS-PAIR-LO-TO(WS-PAIR-HIT-SUB)
                                WS-PAIR-HI-FROM(WS-PAIR-HIT-SUB)
                                WS-PAIR-HI-TO(WS-PAIR-HIT-SUB)
                   SET WS-PAIR-HIT TO TRUE
               END-IF
           END-IF.

           IF WS-PAIR-HIT
               ADD WS-GROUP-COUNT TO WS-PAIR-ENTRIES(WS-PAIR-HIT-SUB)
               EVALUATE TRUE
                   WHEN DCL-IBD-BRANCH = WS-LO-BRANCH
                    AND DCL-IBD-DUE-FROM
                       ADD WS-GROUP-AMOUNT
                         TO WS-PAIR-LO-FROM(WS-PAIR-HIT-SUB)
                   WHEN DCL-IBD-BRANCH = WS-LO-BRANCH
                       ADD WS-GROUP-AMOUNT
                         TO WS-PAIR-LO-TO(WS-PAIR-HIT-SUB)
                   WHEN DCL-IBD-DUE-FROM
                       ADD WS-GROUP-AMOUNT
                         TO WS-PAIR-HI-FROM(WS-PAIR-HIT-SUB)
                   WHEN OTHER
                       ADD WS-GROUP-AMOUNT
                         TO WS-PAIR-HI-TO(WS-PAIR-HIT-SUB)
               END-EVALUATE
           END-IF.

       P225-TRY-PAIR.
           IF WS-PAIR-LO(WS-PAIR-SUB) = WS-LO-BRANCH AND
              WS-PAIR-HI(WS-PAIR-SUB) = WS-HI-BRANCH
               MOVE WS-PAIR-SUB TO WS-PAIR-HIT-SUB
               SET WS-PAIR-HIT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Into the branch's own position.
      *-----------------------------------------------------------------
       P230-ADD-TO-BRANCH.
           MOVE DCL-IBD-BRANCH TO WS-BR-FIND.
           MOVE 'N' TO WS-BR-HIT-SW.
           PERFORM P235-TRY-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-BR-HIT.

           IF NOT WS-BR-HIT AND WS-BR-COUNT < 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-HIT-SUB
               MOVE WS-BR-FIND  TO WS-BR-BRANCH(WS-BR-HIT-SUB)
               MOVE ZERO TO WS-BR-DUE-FROM(WS-BR-HIT-SUB)
                            WS-BR-DUE-TO(WS-BR-HIT-SUB)
               SET WS-BR-HIT TO TRUE
           END-IF.

           IF WS-BR-HIT
               IF DCL-IBD-DUE-FROM
                   ADD WS-GROUP-AMOUNT TO WS-BR-DUE-FROM(WS-BR-HIT-SUB)
               ELSE
                   ADD WS-GROUP-AMOUNT TO WS-BR-DUE-TO(WS-BR-HIT-SUB)
               END-IF
           END-IF.

       P235-TRY-BRANCH.
           IF WS-BR-BRANCH(WS-BR-SUB) = WS-BR-FIND
               MOVE WS-BR-SUB TO WS-BR-HIT-SUB
               SET WS-BR-HIT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * One pair.  Each branch's claim on the other is its due-from
      * less its due-to; the two claims must cancel.  The branch with
      * the negative claim pays the other.
      *-----------------------------------------------------------------
       P300-ONE-PAIR.
           COMPUTE WS-LO-NET = WS-PAIR-LO-FROM(WS-PAIR-SUB)
                             - WS-PAIR-LO-TO(WS-PAIR-SUB).
           COMPUTE WS-HI-NET = WS-PAIR-HI-FROM(WS-PAIR-SUB)
                             - WS-PAIR-HI-TO(WS-PAIR-SUB).
           COMPUTE WS-DIFFERENCE = WS-LO-NET + WS-HI-NET.

           MOVE SPACES                      TO WS-RPT-PAIR-LINE.
           MOVE '/'                         TO RPT-SLASH.
           MOVE WS-PAIR-LO(WS-PAIR-SUB)     TO RPT-LO.
           MOVE WS-PAIR-HI(WS-PAIR-SUB)     TO RPT-HI.
           MOVE WS-PAIR-ENTRIES(WS-PAIR-SUB) TO RPT-ENTRIES.
           MOVE WS-LO-NET                   TO RPT-LO-NET.
           MOVE WS-HI-NET                   TO RPT-HI-NET.
           MOVE WS-DIFFERENCE               TO RPT-DIFFERENCE.

           IF WS-DIFFERENCE = ZERO
               PERFORM P310-SETTLE-PAIR
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'OUT OF BALANCE' TO RPT-STATUS
               MOVE 'Entries left open for investigation'
                 TO RPT-SETTLEMENT
               DISPLAY 'DIBRN02P - pair ' WS-PAIR-LO(WS-PAIR-SUB)
                       '/' WS-PAIR-HI(WS-PAIR-SUB)
                       ' does not net to zero'
           END-IF.

           WRITE IBSETRPT-RECORD FROM WS-RPT-PAIR-LINE.

       P310-SETTLE-PAIR.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE 'SETTLED' TO RPT-STATUS.

           EVALUATE TRUE
               WHEN WS-LO-NET > ZERO
                   ADD WS-LO-NET TO WS-SETTLED-AMOUNT
                   MOVE WS-LO-NET TO WS-AMT-DSP
                   STRING WS-PAIR-HI(WS-PAIR-SUB) DELIMITED BY SIZE
                          ' pays '                DELIMITED BY SIZE
                          WS-PAIR-LO(WS-PAIR-SUB) DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-AMT-DSP              DELIMITED BY SIZE
                     INTO RPT-SETTLEMENT
               WHEN WS-HI-NET > ZERO
                   ADD WS-HI-NET TO WS-SETTLED-AMOUNT
                   MOVE WS-HI-NET TO WS-AMT-DSP
                   STRING WS-PAIR-LO(WS-PAIR-SUB) DELIMITED BY SIZE
                          ' pays '                DELIMITED BY SIZE
                          WS-PAIR-HI(WS-PAIR-SUB) DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-AMT-DSP              DELIMITED BY SIZE
                     INTO RPT-SETTLEMENT
               WHEN OTHER
                   MOVE 'Nil - movements offset' TO RPT-SETTLEMENT
           END-EVALUATE.

           MOVE WS-PAIR-LO(WS-PAIR-SUB) TO WS-SET-LO.
           MOVE WS-PAIR-HI(WS-PAIR-SUB) TO WS-SET-HI.
           MOVE WS-TODAY-DATE           TO DCL-IBD-SETTLED-DATE.

           EXEC SQL
                UPDATE BNKIBDUE
                   SET IBD_SETTLED_DATE = :DCL-IBD-SETTLED-DATE
                 WHERE IBD_SETTLED_DATE = ' '
                   AND IBD_TIMESTAMP    < :WS-RUN-TS
                   AND ((IBD_BRANCH       = :WS-SET-LO AND
                         IBD_OTHER_BRANCH = :WS-SET-HI)
                     OR (IBD_BRANCH       = :WS-SET-HI AND
                         IBD_OTHER_BRANCH = :WS-SET-LO))
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Each branch's position across all its pairs - what the rest
      * of the bank owes it (positive) or it owes the rest.
      *-----------------------------------------------------------------
       P500-WRITE-BRANCHES.
           MOVE SPACES TO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.
           MOVE SPACES TO IBSETRPT-RECORD.
           STRING 'BRANCH      DUE FROM          DUE TO'
                    DELIMITED BY SIZE
                  '    NET POSITION'
                    DELIMITED BY SIZE
             INTO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.

           PERFORM P510-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT.

       P510-ONE-BRANCH.
           MOVE SPACES                    TO WS-RPT-BRANCH-LINE.
           MOVE WS-BR-BRANCH(WS-BR-SUB)   TO RPT-BRANCH.
           MOVE WS-BR-DUE-FROM(WS-BR-SUB) TO RPT-DUE-FROM.
           MOVE WS-BR-DUE-TO(WS-BR-SUB)   TO RPT-DUE-TO.
           COMPUTE RPT-BR-NET = WS-BR-DUE-FROM(WS-BR-SUB)
                              - WS-BR-DUE-TO(WS-BR-SUB).

           WRITE IBSETRPT-RECORD FROM WS-RPT-BRANCH-LINE.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P600-WRITE-TOTALS.
           MOVE SPACES TO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.

           MOVE WS-ENTRY-COUNT   TO WS-CNT-DSP.
           MOVE WS-SETTLED-COUNT TO WS-CNT-DSP2.
           MOVE WS-BREAK-COUNT   TO WS-CNT-DSP3.
           MOVE SPACES TO IBSETRPT-RECORD.
           STRING 'ENTRIES: '              DELIMITED BY SIZE
                  WS-CNT-DSP               DELIMITED BY SIZE
                  '   PAIRS SETTLED: '     DELIMITED BY SIZE
                  WS-CNT-DSP2              DELIMITED BY SIZE
                  '   OUT OF BALANCE: '    DELIMITED BY SIZE
                  WS-CNT-DSP3              DELIMITED BY SIZE
             INTO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.

           MOVE WS-SETTLED-AMOUNT TO WS-AMT-DSP.
           MOVE SPACES TO IBSETRPT-RECORD.
           STRING 'NET AMOUNT SETTLED BETWEEN BRANCHES: '
                    DELIMITED BY SIZE
                  WS-AMT-DSP DELIMITED BY SIZE
             INTO IBSETRPT-RECORD.
           WRITE IBSETRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DIBRN02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * The settled stamps go together or not at all.
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
           MOVE 'IBSETTLE' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'IBSETTLE' TO CD37I-JOB.
           MOVE WS-ENTRY-COUNT    TO CD37I-ROWS-READ.
           MOVE WS-SETTLED-COUNT  TO CD37I-ROWS-POSTED.
           MOVE WS-BREAK-COUNT    TO CD37I-ROWS-REJECTED.
           MOVE WS-SETTLED-AMOUNT TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
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
