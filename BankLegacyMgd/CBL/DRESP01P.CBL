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
001300* Program:     DRESP01P.CBL                                    *
001400* Function:    Response-time measurement for the online         *
001500*              system.  'S' and 'E' bracket a timed call - a    *
001600*              screen's own load, a business-layer BBANKnnP or  *
001700*              a data call one of them makes - and the open     *
001800*              calls stack up here, so each row knows the call  *
001900*              path it was made on.  The rows wait in storage   *
002000*              until the outermost call stops, then go to       *
002100*              BNKRESP with the user, the workstation of their  *
002200*              open BNKLOGA session, the outcome and the        *
002300*              SQLCODE the error message carried - after the    *
002400*              caller's commit or rollback, so a backed-out     *
002500*              transfer still leaves its timings.  'F' returns  *
002600*              a day's 50th/90th/95th percentiles per function  *
002700*              or per hour, judged against the BNKPARM target   *
002800*              SLA<function> (SLADEFAULT 2000 ms for screens    *
002900*              and business calls, SLADATA 500 ms for data      *
003000*              calls when no row names the function).  'W'      *
003100*              returns the day's slowest calls.  The B93        *
003200*              dashboard and the DRESP02P service-level report  *
003300*              read the same figures.  Timing never fails the   *
003400*              call it is timing - callers ignore the message.  *
003500*              SQL version                                      *
003600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DRESP01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-LVL                            PIC S9(4) COMP.
           05  WS-FOUND-LVL                      PIC S9(4) COMP.
           05  WS-POS                            PIC S9(4) COMP.
           05  WS-PATH-PTR                       PIC S9(4) COMP.
           05  WS-RANK                           PIC S9(7) COMP-3.
           05  WS-RANK-50                        PIC S9(7) COMP-3.
           05  WS-RANK-90                        PIC S9(7) COMP-3.
           05  WS-RANK-95                        PIC S9(7) COMP-3.
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-TARGET-DEFAULT                 PIC S9(9) COMP-3
                                                  VALUE 2000.
           05  WS-TARGET-DATA                    PIC S9(9) COMP-3
                                                  VALUE 500.
           05  WS-SQLCODE-SIGN                   PIC X(1).
           05  WS-SQLCODE-VALUE                  PIC S9(5) COMP-3.
           05  WS-SQLCODE-DONE-SW                PIC X(1).
               88  WS-SQLCODE-DONE               VALUE 'Y'.
           05  WS-MSG-CHARS                      PIC X(65).
           05  WS-MSG-CHAR REDEFINES WS-MSG-CHARS
                                                 PIC X(1)
                                                  OCCURS 65 TIMES.
           05  WS-DIGIT                          PIC 9(1).
      *-----------------------------------------------------------------
      * The clock - time of day in hundredths of a second.  A call
      * that runs across midnight gets a day's worth added back.
      *-----------------------------------------------------------------
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TIME-HHMMSSTT.
               10  WS-TIME-HH                    PIC 9(2).
               10  WS-TIME-MM                    PIC 9(2).
               10  WS-TIME-SS                    PIC 9(2).
               10  WS-TIME-TT                    PIC 9(2).
           05  WS-NOW-DATE                       PIC X(10).
           05  WS-NOW-CS                         PIC S9(9) COMP.
           05  WS-ELAPSED-CS                     PIC S9(9) COMP.
           05  WS-DAY-CS                         PIC S9(9) COMP
                                                  VALUE 8640000.

      *-----------------------------------------------------------------
      * The calls still running, outermost first.  Eight deep is
      * more than the online system ever nests.
      *-----------------------------------------------------------------
       01  WS-STACK.
           05  WS-STACK-DEPTH                    PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-STACK-ENTRY                    OCCURS 8 TIMES.
               10  WS-STK-PROGRAM                PIC X(8).
               10  WS-STK-USERID                 PIC X(5).
               10  WS-STK-DATE                   PIC X(10).
               10  WS-STK-START-TS               PIC X(26).
               10  WS-STK-HOUR                   PIC X(2).
               10  WS-STK-START-CS               PIC S9(9) COMP.

      *-----------------------------------------------------------------
      * Finished calls waiting for the outermost one to stop.  A full
      * buffer is written out early rather than losing rows.
      *-----------------------------------------------------------------
       01  WS-PENDING.
           05  WS-PEND-COUNT                     PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-PEND-ENTRY                     OCCURS 40 TIMES.
               10  WS-PND-START-TS               PIC X(26).
               10  WS-PND-DATE                   PIC X(10).
               10  WS-PND-HOUR                   PIC X(2).
               10  WS-PND-LAYER                  PIC X(1).
               10  WS-PND-FUNCTION               PIC X(8).
               10  WS-PND-PATH                   PIC X(44).
               10  WS-PND-USERID                 PIC X(5).
               10  WS-PND-ELAPSED-MS             PIC S9(9) COMP-3.
               10  WS-PND-OUTCOME                PIC X(1).
               10  WS-PND-SQLCODE                PIC S9(5) COMP-3.

      *    The last session looked up - one user signs on at a time.
       01  WS-SESSION-CACHE.
           05  WS-CACHE-USERID                   PIC X(5) VALUE SPACES.
           05  WS-CACHE-WORKSTATION              PIC X(15)
                                                  VALUE SPACES.

           COPY CPARM01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRT
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSLA
           END-EXEC.

           COPY CBANKSRTX.
           COPY CBANKSLAX.

       01  WS-RPT-DATE                           PIC X(10).
       01  WS-SCOPE                              PIC X(1).
       01  WS-KEY                                PIC X(8).
       01  WS-LAYER                              PIC X(1).
       01  WS-CALLS                              PIC S9(7) COMP-3.
       01  WS-ERRORS                             PIC S9(7) COMP-3.
       01  WS-MAX-MS                             PIC S9(9) COMP-3.
       01  WS-ELAPSED-MS                         PIC S9(9) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CRESP01.

       01 BANK-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference RESP01-DATA
                                   by Reference BANK-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG.

           EVALUATE TRUE
               WHEN RESP01I-START
                   PERFORM P100-START-CALL
               WHEN RESP01I-END
                   PERFORM P200-END-CALL THRU END-CALL-EXIT
               WHEN RESP01I-FIGURES
                   PERFORM P400-DAY-FIGURES THRU DAY-FIGURES-EXIT
               WHEN RESP01I-SLOWEST
                   PERFORM P600-SLOWEST-CALLS
               WHEN OTHER
                   MOVE 'Invalid response-time function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Start the stopwatch.  A program already on the stack never
      * stopped last time (its caller went away mid-call), so the
      * stack is cut back to below it first.  An inner call with no
      * user of its own takes its caller's.
      *=================================================================
       P100-START-CALL.
           PERFORM P150-FIND-ON-STACK.

           IF WS-FOUND-LVL > ZERO
               COMPUTE WS-STACK-DEPTH = WS-FOUND-LVL - 1
           END-IF.

           IF WS-STACK-DEPTH < 8
               ADD 1 TO WS-STACK-DEPTH
               MOVE WS-STACK-DEPTH TO WS-LVL
               PERFORM P700-READ-CLOCK
               MOVE RESP01I-PROGRAM TO WS-STK-PROGRAM(WS-LVL)
               MOVE RESP01I-USERID  TO WS-STK-USERID(WS-LVL)
               IF RESP01I-USERID = SPACES AND WS-LVL > 1
                   MOVE WS-STK-USERID(WS-LVL - 1)
                     TO WS-STK-USERID(WS-LVL)
               END-IF
               MOVE WS-NOW-DATE     TO WS-STK-DATE(WS-LVL)
               MOVE WS-TIME-HH      TO WS-STK-HOUR(WS-LVL)
               MOVE WS-NOW-CS       TO WS-STK-START-CS(WS-LVL)
               MOVE SPACES          TO WS-STK-START-TS(WS-LVL)
               STRING WS-NOW-DATE   DELIMITED BY SIZE
                      '-'           DELIMITED BY SIZE
                      WS-TIME-HH    DELIMITED BY SIZE
                      '.'           DELIMITED BY SIZE
                      WS-TIME-MM    DELIMITED BY SIZE
                      '.'           DELIMITED BY SIZE
                      WS-TIME-SS    DELIMITED BY SIZE
                      '.'           DELIMITED BY SIZE
                      WS-TIME-TT    DELIMITED BY SIZE
                      '0000'        DELIMITED BY SIZE
                 INTO WS-STK-START-TS(WS-LVL)
           END-IF.

      *    Deepest match wins - the same program is never open twice.
       P150-FIND-ON-STACK.
           MOVE ZERO TO WS-FOUND-LVL.

           PERFORM P155-CHECK-LEVEL
               VARYING WS-LVL FROM WS-STACK-DEPTH BY -1
               UNTIL WS-LVL < 1 OR WS-FOUND-LVL > ZERO.

       P155-CHECK-LEVEL.
           IF WS-STK-PROGRAM(WS-LVL) = RESP01I-PROGRAM
               MOVE WS-LVL TO WS-FOUND-LVL
           END-IF.

      *=================================================================
      * Stop the stopwatch.  Anything still open above the program
      * never stopped and is dropped; a program not on the stack at
      * all (the stack was full when it started) is ignored.  When
      * the outermost call stops, everything waiting is written.
      *=================================================================
       P200-END-CALL.
           PERFORM P150-FIND-ON-STACK.

           IF WS-FOUND-LVL = ZERO
               GO TO END-CALL-EXIT
           END-IF.

           MOVE WS-FOUND-LVL TO WS-LVL.
           PERFORM P700-READ-CLOCK.

           COMPUTE WS-ELAPSED-CS = WS-NOW-CS - WS-STK-START-CS(WS-LVL).
           IF WS-NOW-DATE NOT = WS-STK-DATE(WS-LVL)
               ADD WS-DAY-CS TO WS-ELAPSED-CS
           END-IF.
           IF WS-ELAPSED-CS < ZERO
               MOVE ZERO TO WS-ELAPSED-CS
           END-IF.

           IF WS-PEND-COUNT NOT < 40
               MOVE SPACES TO DCL-LGA-WORKSTATION
               PERFORM P300-WRITE-PENDING THRU WRITE-PENDING-EXIT
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PEND-COUNT TO WS-SUB.

           MOVE WS-STK-START-TS(WS-LVL) TO WS-PND-START-TS(WS-SUB).
           MOVE WS-STK-DATE(WS-LVL)     TO WS-PND-DATE(WS-SUB).
           MOVE WS-STK-HOUR(WS-LVL)     TO WS-PND-HOUR(WS-SUB).
           MOVE WS-STK-PROGRAM(WS-LVL)  TO WS-PND-FUNCTION(WS-SUB).
           MOVE WS-STK-USERID(WS-LVL)   TO WS-PND-USERID(WS-SUB).
           COMPUTE WS-PND-ELAPSED-MS(WS-SUB) = WS-ELAPSED-CS * 10.

           PERFORM P210-SET-LAYER.
           PERFORM P220-BUILD-PATH.
           PERFORM P230-SET-OUTCOME.

           COMPUTE WS-STACK-DEPTH = WS-LVL - 1.

           IF WS-STACK-DEPTH = ZERO
               MOVE RESP01I-WORKSTATION TO DCL-LGA-WORKSTATION
               PERFORM P300-WRITE-PENDING THRU WRITE-PENDING-EXIT
           END-IF.

       END-CALL-EXIT.
           EXIT.

      *    BBANKnnP is the business layer, a short Bnn name a screen
      *    timing its own load; every other program is a data call.
       P210-SET-LAYER.
           EVALUATE TRUE
               WHEN WS-STK-PROGRAM(WS-LVL)(1:5) = 'BBANK'
                   MOVE 'B' TO WS-PND-LAYER(WS-SUB)
               WHEN WS-STK-PROGRAM(WS-LVL)(1:1) = 'B'
                   MOVE 'S' TO WS-PND-LAYER(WS-SUB)
               WHEN OTHER
                   MOVE 'D' TO WS-PND-LAYER(WS-SUB)
           END-EVALUATE.

       P220-BUILD-PATH.
           MOVE SPACES TO WS-PND-PATH(WS-SUB).
           MOVE 1      TO WS-PATH-PTR.

           PERFORM P225-ADD-TO-PATH
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-LVL.

       P225-ADD-TO-PATH.
           IF WS-POS > 1
               STRING '/' DELIMITED BY SIZE
                 INTO WS-PND-PATH(WS-SUB)
                 WITH POINTER WS-PATH-PTR
                 ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

           STRING WS-STK-PROGRAM(WS-POS) DELIMITED BY SPACE
             INTO WS-PND-PATH(WS-SUB)
             WITH POINTER WS-PATH-PTR
             ON OVERFLOW CONTINUE
           END-STRING.

      *-----------------------------------------------------------------
      * Any message back is an error.  Every data program builds its
      * failure message as '... SQLCODE: -nnnnn', so the code is read
      * back out of the text; a message without one records zero.
      *-----------------------------------------------------------------
       P230-SET-OUTCOME.
           MOVE ZERO TO WS-PND-SQLCODE(WS-SUB).

           IF RESP01I-ERRMSG = SPACES
               MOVE 'S' TO WS-PND-OUTCOME(WS-SUB)
           ELSE
               MOVE 'E' TO WS-PND-OUTCOME(WS-SUB)
               MOVE RESP01I-ERRMSG TO WS-MSG-CHARS
               MOVE ZERO TO WS-POS
               INSPECT WS-MSG-CHARS TALLYING WS-POS
                   FOR CHARACTERS BEFORE INITIAL 'SQLCODE'
               IF WS-POS < 58
                   MOVE SPACE TO WS-SQLCODE-SIGN
                   MOVE ZERO  TO WS-SQLCODE-VALUE
                   MOVE 'N'   TO WS-SQLCODE-DONE-SW
                   ADD 8 TO WS-POS
                   PERFORM P235-READ-SQLCODE-CHAR
                       VARYING WS-POS FROM WS-POS BY 1
                       UNTIL WS-POS > 65 OR WS-SQLCODE-DONE
                   IF WS-SQLCODE-SIGN = '-'
                       COMPUTE WS-PND-SQLCODE(WS-SUB) =
                           ZERO - WS-SQLCODE-VALUE
                   ELSE
                       MOVE WS-SQLCODE-VALUE
                         TO WS-PND-SQLCODE(WS-SUB)
                   END-IF
               END-IF
           END-IF.

      *    Skip the ': ', take a sign, stop at the first character
      *    after the digits.
       P235-READ-SQLCODE-CHAR.
           EVALUATE TRUE
               WHEN WS-MSG-CHAR(WS-POS) IS NUMERIC
                   MOVE WS-MSG-CHAR(WS-POS) TO WS-DIGIT
                   IF WS-SQLCODE-VALUE < 10000
                       COMPUTE WS-SQLCODE-VALUE =
                           (WS-SQLCODE-VALUE * 10) + WS-DIGIT
                   END-IF
                   IF WS-SQLCODE-SIGN = SPACE
                       MOVE '+' TO WS-SQLCODE-SIGN
                   END-IF
               WHEN WS-MSG-CHAR(WS-POS) = '-' OR '+'
                   MOVE WS-MSG-CHAR(WS-POS) TO WS-SQLCODE-SIGN
               WHEN WS-MSG-CHAR(WS-POS) = ':' OR SPACE
                   IF WS-SQLCODE-SIGN NOT = SPACE
                       SET WS-SQLCODE-DONE TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-SQLCODE-DONE TO TRUE
           END-EVALUATE.

      *=================================================================
      * Write what is waiting.  The workstation is the caller's when
      * a screen passed one, otherwise that of the user's open
      * BNKLOGA session - the same row the single-session rule
      * checks at login.
      *=================================================================
       P300-WRITE-PENDING.
           IF WS-PEND-COUNT = ZERO
               GO TO WRITE-PENDING-EXIT
           END-IF.

           IF DCL-LGA-WORKSTATION = SPACES
               PERFORM P310-FIND-WORKSTATION
           END-IF.

           MOVE ZERO TO SQLCODE.

           PERFORM P320-INSERT-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PEND-COUNT
                  OR SQLCODE NOT = ZERO.

           PERFORM P800-ERROR-CHECK.

           MOVE ZERO TO WS-PEND-COUNT.

       WRITE-PENDING-EXIT.
           EXIT.

       P310-FIND-WORKSTATION.
           IF WS-PND-USERID(1) = WS-CACHE-USERID
               MOVE WS-CACHE-WORKSTATION TO DCL-LGA-WORKSTATION
           ELSE
               MOVE WS-PND-USERID(1) TO DCL-LGA-PID
               EXEC SQL
                    SELECT LGA_WORKSTATION
                      INTO :DCL-LGA-WORKSTATION
                      FROM BNKLOGA
                     WHERE LGA_PID     = :DCL-LGA-PID
                       AND LGA_SUCCESS = 'Y'
                       AND LGA_LOGOFF_TIMESTAMP IS NULL
                       AND LGA_TIMESTAMP =
                           (SELECT MAX(LGA_TIMESTAMP)
                              FROM BNKLOGA
                             WHERE LGA_PID     = :DCL-LGA-PID
                               AND LGA_SUCCESS = 'Y'
                               AND LGA_LOGOFF_TIMESTAMP IS NULL)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE SPACES TO DCL-LGA-WORKSTATION
               END-IF
               MOVE WS-PND-USERID(1)    TO WS-CACHE-USERID
               MOVE DCL-LGA-WORKSTATION TO WS-CACHE-WORKSTATION
           END-IF.

       P320-INSERT-ROW.
           MOVE WS-PND-START-TS(WS-SUB)   TO DCL-RSP-START-TS.
           MOVE WS-PND-DATE(WS-SUB)       TO DCL-RSP-DATE.
           MOVE WS-PND-HOUR(WS-SUB)       TO DCL-RSP-HOUR.
           MOVE WS-PND-LAYER(WS-SUB)      TO DCL-RSP-LAYER.
           MOVE WS-PND-FUNCTION(WS-SUB)   TO DCL-RSP-FUNCTION.
           MOVE WS-PND-PATH(WS-SUB)       TO DCL-RSP-PATH.
           MOVE WS-PND-USERID(WS-SUB)     TO DCL-RSP-USERID.
           MOVE DCL-LGA-WORKSTATION       TO DCL-RSP-WORKSTATION.
           MOVE WS-PND-ELAPSED-MS(WS-SUB) TO DCL-RSP-ELAPSED-MS.
           MOVE WS-PND-OUTCOME(WS-SUB)    TO DCL-RSP-OUTCOME.
           MOVE WS-PND-SQLCODE(WS-SUB)    TO DCL-RSP-SQLCODE.

           EXEC SQL
                INSERT INTO BNKRESP (
                  RSP_START_TS,
                  RSP_DATE,
                  RSP_HOUR,
                  RSP_LAYER,
                  RSP_FUNCTION,
                  RSP_PATH,
                  RSP_USERID,
                  RSP_WORKSTATION,
                  RSP_ELAPSED_MS,
                  RSP_OUTCOME,
                  RSP_SQLCODE
                ) VALUES (
                  :DCL-RSP-START-TS,
                  :DCL-RSP-DATE,
                  :DCL-RSP-HOUR,
                  :DCL-RSP-LAYER,
                  :DCL-RSP-FUNCTION,
                  :DCL-RSP-PATH,
                  :DCL-RSP-USERID,
                  :DCL-RSP-WORKSTATION,
                  :DCL-RSP-ELAPSED-MS,
                  :DCL-RSP-OUTCOME,
                  :DCL-RSP-SQLCODE)
           END-EXEC.

      *=================================================================
      * A day's figures.  The first pass counts each group; the
      * second walks the group's times in order, so the 50th, 90th
      * and 95th percentiles are simply the calls at those ranks
      * (nearest rank - rounded up), and every call over the target
      * is counted on the way past.
      *=================================================================
       P400-DAY-FIGURES.
           PERFORM P710-SET-REPORT-DATE.

           MOVE ZERO TO RESP01O-ROW-COUNT RESP01O-WARN-COUNT.

           PERFORM P410-LOAD-DEFAULT-TARGETS.

           IF RESP01I-BY-HOUR
               PERFORM P430-COUNT-HOURS
           ELSE
               PERFORM P420-COUNT-FUNCTIONS
           END-IF.

           IF BANK-ERRMSG NOT = SPACES OR RESP01O-ROW-COUNT = ZERO
               GO TO DAY-FIGURES-EXIT
           END-IF.

           PERFORM P450-SET-TARGET
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > RESP01O-ROW-COUNT.

           IF RESP01I-BY-HOUR
               PERFORM P480-WALK-HOURS
           ELSE
               PERFORM P470-WALK-FUNCTIONS
           END-IF.

           PERFORM P495-JUDGE-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > RESP01O-ROW-COUNT.

       DAY-FIGURES-EXIT.
           EXIT.

      *    Compiled defaults stand when BNKPARM has no row.
       P410-LOAD-DEFAULT-TARGETS.
           MOVE 'SLADEFAULT' TO PARM01I-NAME.
           MOVE WS-TARGET-DEFAULT TO PARM01I-VALUE.
           PERFORM P460-GET-PARAMETER.
           MOVE PARM01O-VALUE TO WS-TARGET-DEFAULT.

           MOVE 'SLADATA' TO PARM01I-NAME.
           MOVE WS-TARGET-DATA TO PARM01I-VALUE.
           PERFORM P460-GET-PARAMETER.
           MOVE PARM01O-VALUE TO WS-TARGET-DATA.

       P420-COUNT-FUNCTIONS.
           EXEC SQL
                DECLARE RSF_CSR CURSOR FOR
                SELECT RSP_FUNCTION, MIN(RSP_LAYER), COUNT(*),
                       SUM(CASE WHEN RSP_OUTCOME = 'E'
                                THEN 1 ELSE 0 END),
                       MAX(RSP_ELAPSED_MS)
                FROM BNKRESP
                WHERE RSP_DATE = :WS-RPT-DATE
                  AND (RSP_LAYER <> 'D' OR :WS-SCOPE = 'A')
                GROUP BY RSP_FUNCTION
                ORDER BY RSP_FUNCTION
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSF_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P425-FETCH-FUNCTION
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RESP01O-ROW-COUNT IS NOT LESS THAN 60.

           EXEC SQL
                CLOSE RSF_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P425-FETCH-FUNCTION.
           EXEC SQL
                FETCH RSF_CSR
                INTO :WS-KEY, :WS-LAYER, :WS-CALLS,
                     :WS-ERRORS, :WS-MAX-MS
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P440-ADD-ROW
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *    Hours are across every function in scope - their target
      *    is the default one.
       P430-COUNT-HOURS.
           EXEC SQL
                DECLARE RSH_CSR CURSOR FOR
                SELECT RSP_HOUR, MIN(RSP_LAYER), COUNT(*),
                       SUM(CASE WHEN RSP_OUTCOME = 'E'
                                THEN 1 ELSE 0 END),
                       MAX(RSP_ELAPSED_MS)
                FROM BNKRESP
                WHERE RSP_DATE = :WS-RPT-DATE
                  AND (RSP_LAYER <> 'D' OR :WS-SCOPE = 'A')
                GROUP BY RSP_HOUR
                ORDER BY RSP_HOUR
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P435-FETCH-HOUR
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RESP01O-ROW-COUNT IS NOT LESS THAN 60.

           EXEC SQL
                CLOSE RSH_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P435-FETCH-HOUR.
           MOVE SPACES TO WS-KEY.

           EXEC SQL
                FETCH RSH_CSR
                INTO :DCL-RSP-HOUR, :WS-LAYER, :WS-CALLS,
                     :WS-ERRORS, :WS-MAX-MS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-RSP-HOUR TO WS-KEY
               PERFORM P440-ADD-ROW
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P440-ADD-ROW.
           ADD 1 TO RESP01O-ROW-COUNT.
           MOVE RESP01O-ROW-COUNT TO WS-SUB.
           MOVE WS-KEY    TO RESP01O-KEY(WS-SUB).
           MOVE WS-LAYER  TO RESP01O-LAYER(WS-SUB).
           MOVE WS-CALLS  TO RESP01O-CALLS(WS-SUB).
           MOVE WS-ERRORS TO RESP01O-ERRORS(WS-SUB).
           MOVE WS-MAX-MS TO RESP01O-MAX(WS-SUB).
           MOVE ZERO      TO RESP01O-P50(WS-SUB) RESP01O-P90(WS-SUB)
                             RESP01O-P95(WS-SUB)
                             RESP01O-OVER-TARGET(WS-SUB).

      *    SLA<function> when BNKPARM has one, else the default for
      *    the layer; an hour always takes the default.
       P450-SET-TARGET.
           IF RESP01O-LAYER(WS-SUB) = 'D' AND NOT RESP01I-BY-HOUR
               MOVE WS-TARGET-DATA TO RESP01O-TARGET(WS-SUB)
           ELSE
               MOVE WS-TARGET-DEFAULT TO RESP01O-TARGET(WS-SUB)
           END-IF.

           IF NOT RESP01I-BY-HOUR
               MOVE SPACES TO PARM01I-NAME
               STRING 'SLA'               DELIMITED BY SIZE
                      RESP01O-KEY(WS-SUB) DELIMITED BY SPACE
                 INTO PARM01I-NAME
               MOVE RESP01O-TARGET(WS-SUB) TO PARM01I-VALUE
               PERFORM P460-GET-PARAMETER
               MOVE PARM01O-VALUE TO RESP01O-TARGET(WS-SUB)
           END-IF.

      *    PARM01O-VALUE comes back as the default passed in when no
      *    row covers the name or the lookup fails.
       P460-GET-PARAMETER.
           SET PARM01I-GET TO TRUE.
           MOVE SPACES TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           MOVE 'N' TO PARM01O-FOUND-SW.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG NOT = SPACES OR NOT PARM01O-FOUND
               MOVE PARM01I-VALUE TO PARM01O-VALUE
           END-IF.

       P470-WALK-FUNCTIONS.
           MOVE 1 TO WS-SUB.
           MOVE ZERO TO WS-RANK.
           PERFORM P490-SET-RANKS.

           EXEC SQL
                DECLARE RSE_CSR CURSOR FOR
                SELECT RSP_FUNCTION, RSP_ELAPSED_MS
                FROM BNKRESP
                WHERE RSP_DATE = :WS-RPT-DATE
                  AND (RSP_LAYER <> 'D' OR :WS-SCOPE = 'A')
                ORDER BY RSP_FUNCTION, RSP_ELAPSED_MS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P475-FETCH-FUNCTION-TIME
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-SUB > RESP01O-ROW-COUNT.

           EXEC SQL
                CLOSE RSE_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P475-FETCH-FUNCTION-TIME.
           EXEC SQL
                FETCH RSE_CSR
                INTO :WS-KEY, :WS-ELAPSED-MS
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P485-PLACE-TIME
           END-IF.

           PERFORM P800-ERROR-CHECK.

       P480-WALK-HOURS.
           MOVE 1 TO WS-SUB.
           MOVE ZERO TO WS-RANK.
           PERFORM P490-SET-RANKS.

           EXEC SQL
                DECLARE RSO_CSR CURSOR FOR
                SELECT RSP_HOUR, RSP_ELAPSED_MS
                FROM BNKRESP
                WHERE RSP_DATE = :WS-RPT-DATE
                  AND (RSP_LAYER <> 'D' OR :WS-SCOPE = 'A')
                ORDER BY RSP_HOUR, RSP_ELAPSED_MS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P483-FETCH-HOUR-TIME
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-SUB > RESP01O-ROW-COUNT.

           EXEC SQL
                CLOSE RSO_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P483-FETCH-HOUR-TIME.
           MOVE SPACES TO WS-KEY.

           EXEC SQL
                FETCH RSO_CSR
                INTO :DCL-RSP-HOUR, :WS-ELAPSED-MS
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-RSP-HOUR TO WS-KEY
               PERFORM P485-PLACE-TIME
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Both passes read in the same key order, so a new key moves
      * the walk on to the next row (skipping any a call arriving
      * between the passes put out of step) and starts its ranks
      * again.
      *-----------------------------------------------------------------
       P485-PLACE-TIME.
           PERFORM P487-NEXT-ROW
               UNTIL WS-SUB > RESP01O-ROW-COUNT
                  OR RESP01O-KEY(WS-SUB) NOT < WS-KEY.

           IF WS-SUB NOT > RESP01O-ROW-COUNT
              AND RESP01O-KEY(WS-SUB) = WS-KEY
               ADD 1 TO WS-RANK
               IF WS-RANK = WS-RANK-50
                   MOVE WS-ELAPSED-MS TO RESP01O-P50(WS-SUB)
               END-IF
               IF WS-RANK = WS-RANK-90
                   MOVE WS-ELAPSED-MS TO RESP01O-P90(WS-SUB)
               END-IF
               IF WS-RANK = WS-RANK-95
                   MOVE WS-ELAPSED-MS TO RESP01O-P95(WS-SUB)
               END-IF
               IF WS-ELAPSED-MS > RESP01O-TARGET(WS-SUB)
                   ADD 1 TO RESP01O-OVER-TARGET(WS-SUB)
               END-IF
           END-IF.

       P487-NEXT-ROW.
           ADD 1 TO WS-SUB.
           MOVE ZERO TO WS-RANK.
           IF WS-SUB NOT > RESP01O-ROW-COUNT
               PERFORM P490-SET-RANKS
           END-IF.

      *    Nearest rank, rounded up - ten calls put the 95th
      *    percentile on the tenth.
       P490-SET-RANKS.
           COMPUTE WS-RANK-50 = (RESP01O-CALLS(WS-SUB) * 50 + 99) / 100.
           COMPUTE WS-RANK-90 = (RESP01O-CALLS(WS-SUB) * 90 + 99) / 100.
           COMPUTE WS-RANK-95 = (RESP01O-CALLS(WS-SUB) * 95 + 99) / 100.

       P495-JUDGE-ROW.
           IF RESP01O-P95(WS-SUB) > RESP01O-TARGET(WS-SUB)
               SET RESP01O-STATE-WARN(WS-SUB) TO TRUE
               ADD 1 TO RESP01O-WARN-COUNT
           ELSE
               SET RESP01O-STATE-OK(WS-SUB) TO TRUE
           END-IF.

      *=================================================================
      * The day's slowest calls, slowest first, with the call path
      * each was made on.
      *=================================================================
       P600-SLOWEST-CALLS.
           PERFORM P710-SET-REPORT-DATE.

           MOVE ZERO TO RESP01O-SLOW-COUNT.

           EXEC SQL
                DECLARE RSW_CSR CURSOR FOR
                SELECT RSP_START_TS, RSP_FUNCTION, RSP_PATH,
                       RSP_USERID, RSP_WORKSTATION, RSP_ELAPSED_MS,
                       RSP_OUTCOME, RSP_SQLCODE
                FROM BNKRESP
                WHERE RSP_DATE = :WS-RPT-DATE
                  AND (RSP_LAYER <> 'D' OR :WS-SCOPE = 'A')
                ORDER BY RSP_ELAPSED_MS DESC
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN RSW_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P610-FETCH-SLOW-CALL
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR RESP01O-SLOW-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE RSW_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P610-FETCH-SLOW-CALL.
           EXEC SQL
                FETCH RSW_CSR
                INTO :DCL-RSP-START-TS,
                     :DCL-RSP-FUNCTION,
                     :DCL-RSP-PATH,
                     :DCL-RSP-USERID,
                     :DCL-RSP-WORKSTATION,
                     :DCL-RSP-ELAPSED-MS,
                     :DCL-RSP-OUTCOME,
                     :DCL-RSP-SQLCODE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO RESP01O-SLOW-COUNT
               MOVE RESP01O-SLOW-COUNT  TO WS-SUB
               MOVE DCL-RSP-START-TS    TO RESP01O-S-START-TS(WS-SUB)
               MOVE DCL-RSP-FUNCTION    TO RESP01O-S-FUNCTION(WS-SUB)
               MOVE DCL-RSP-PATH        TO RESP01O-S-PATH(WS-SUB)
               MOVE DCL-RSP-USERID      TO RESP01O-S-USERID(WS-SUB)
               MOVE DCL-RSP-WORKSTATION
                 TO RESP01O-S-WORKSTATION(WS-SUB)
               MOVE DCL-RSP-ELAPSED-MS  TO RESP01O-S-ELAPSED(WS-SUB)
               MOVE DCL-RSP-OUTCOME     TO RESP01O-S-OUTCOME(WS-SUB)
               MOVE DCL-RSP-SQLCODE     TO RESP01O-S-SQLCODE(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * The clock - today as YYYY-MM-DD and the time of day in
      * hundredths of a second.
      *=================================================================
       P700-READ-CLOCK.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-HHMMSSTT FROM TIME.

           MOVE SPACES TO WS-NOW-DATE.
           STRING WS-SYSDATE-YYYY DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-MM   DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-SYSDATE-DD   DELIMITED BY SIZE
             INTO WS-NOW-DATE.

           COMPUTE WS-NOW-CS =
               (((WS-TIME-HH * 60) + WS-TIME-MM) * 60 + WS-TIME-SS)
               * 100 + WS-TIME-TT.

      *    The day asked for, today when none was given.  The data
      *    calls count only when the caller asked for all of them.
       P710-SET-REPORT-DATE.
           IF RESP01I-DATE = SPACES
               PERFORM P700-READ-CLOCK
               MOVE WS-NOW-DATE TO WS-RPT-DATE
           ELSE
               MOVE RESP01I-DATE TO WS-RPT-DATE
           END-IF.

           MOVE WS-RPT-DATE TO RESP01O-DATE.

           IF RESP01I-ALL-CALLS
               MOVE 'A' TO WS-SCOPE
           ELSE
               MOVE 'T' TO WS-SCOPE
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              AND BANK-ERRMSG = SPACES
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Response-time metrics failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
