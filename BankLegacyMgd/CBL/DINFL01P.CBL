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
001300* Program:     DINFL01P.CBL                                    *
001400* Function:    Inbound file registry - every inbound interface  *
001500*              job calls 'C' before it posts anything.  The     *
001600*              file is read through once, counted and hashed    *
001700*              (the same two modular checksums DHASH01P runs),  *
001800*              and the date and sequence number are taken from  *
001900*              its header where the interface carries one.      *
002000*              Then, in this order:                             *
002100*                - the same content, or the same sequence       *
002200*                  number, already posted for this source -     *
002300*                  refused as a duplicate ('D');                *
002400*                - the same content seen before and held -      *
002500*                  released by an operator it goes ahead        *
002600*                  ('R'), still quarantined it does not;        *
002700*                - a header date that is not the bank business  *
002800*                  date, or a sequence number that does not     *
002900*                  follow the last one posted - quarantined     *
003000*                  ('Q') and the operations list alerted;       *
003100*                - anything else is accepted ('A').             *
003200*              Only 'A' and 'R' post.  'L', 'R' and 'X' serve   *
003300*              the Inbound Files screen: list what is held,     *
003400*              release or purge it - supervisor or admin        *
003500*              BCS_ROLE and a note required.  Every decision,   *
003600*              the job's and the operator's, is audited to      *
003700*              BNKMADT through DBANK74P.  The registry rows     *
003800*              ride the caller's unit of work, so a run that    *
003900*              rolls back leaves the file free to run again.    *
004000*              SQL version                                      *
004100*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DINFL01P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND ASSIGN TO DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND.
       01  INBOUND-RECORD                       PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-IN-FILENAME                    PIC X(75).
           05  WS-IN-STATUS                      PIC X(2).
               88  WS-IN-OK                      VALUE "00".
           05  WS-EOF-SW                         PIC X(1).
               88  WS-AT-EOF                     VALUE 'Y'.
           05  WS-HEADER-FAULT                   PIC X(40).
           05  WS-SEQ-X                          PIC X(6).
           05  WS-SEQ-N REDEFINES WS-SEQ-X       PIC 9(6).
           05  WS-REGNO-DSP                      PIC 9(9).
           05  WS-SEQ-DSP                        PIC 9(6).
           05  WS-EXPECT-DSP                     PIC 9(6).
           05  WS-BUSINESS-DATE                  PIC X(10).
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-AUDIT-USERID                   PIC X(5).
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-BDATE-ERRMSG                   PIC X(65).
           05  WS-BDATE-GOODMSG                  PIC X(65).
      *-----------------------------------------------------------------
      * The operations distribution list a quarantined file is
      * reported to - the same list and pseudo-PID DBANK37P alerts
      * an abended job under.
      *-----------------------------------------------------------------
           05  WS-OPS-EMAIL                      PIC X(30)
                   VALUE 'operations@bankdemo.com'.
           05  WS-OPS-PID                        PIC X(5)
                   VALUE 'OPS  '.

      *    The two running checksums and the work fields that keep
      *    them inside their moduli - as DHASH01P runs them.
       01  WS-HASH-WORK-AREA.
           05  WS-HASH-SUB                       PIC S9(4) COMP.
           05  WS-HASH-1                         PIC S9(18) COMP.
           05  WS-HASH-2                         PIC S9(18) COMP.
           05  WS-HASH-PRODUCT                   PIC S9(18) COMP.
           05  WS-HASH-QUOTIENT                  PIC S9(18) COMP.
           05  WS-HASH-RESULT.
               10  WS-HASH-RESULT-1              PIC 9(10).
               10  WS-HASH-RESULT-2              PIC 9(10).

      *    One byte of the file viewed as a binary number.
       01  WS-BYTE-AREA.
           05  WS-BYTE-HIGH                      PIC X(1)
                                                 VALUE LOW-VALUE.
           05  WS-BYTE-CHAR                      PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA  PIC 9(4) COMP.

           COPY CBANKVC20.
           COPY CBANKVC74.
           COPY CBANKVC91.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSIF
           END-EXEC.

           COPY CBANKSIFX.

       01  WS-MATCH-REGNO                        PIC S9(9) COMP-3.
       01  WS-LAST-SEQ                           PIC S9(6) COMP-3.
       01  WS-OPER-PID                           PIC X(5).
       01  WS-OPER-ROLE                          PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CINFL01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference INFL01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO INFL01O-DECISION INFL01O-HASH
                          INFL01O-REASON.
           MOVE ZERO   TO INFL01O-REGNO INFL01O-RECORDS
                          INFL01O-FILE-COUNT.

           EVALUATE TRUE
               WHEN INFL01I-CHECK-IN
                   PERFORM P100-CHECK-IN THRU CHECK-IN-EXIT
               WHEN INFL01I-LIST
                   PERFORM P400-LIST-FILES
               WHEN INFL01I-RELEASE
                   PERFORM P500-OPERATOR-DECISION THRU
                           OPERATOR-DECISION-EXIT
               WHEN INFL01I-PURGE
                   PERFORM P500-OPERATOR-DECISION THRU
                           OPERATOR-DECISION-EXIT
               WHEN OTHER
                   MOVE 'Invalid inbound file registry function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Check a file in before its job posts it.  Nothing the file
      * says is trusted until it has been counted and hashed.
      *=================================================================
       P100-CHECK-IN.
           IF INFL01I-SOURCE = SPACES
               MOVE 'Inbound file source not given' TO BANK-ERRMSG
               GO TO CHECK-IN-EXIT
           END-IF.

           MOVE 'SYSTM' TO WS-AUDIT-USERID.

           PERFORM P110-READ-FILE THRU READ-FILE-EXIT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-IN-EXIT
           END-IF.

           MOVE INFL01I-SOURCE   TO DCL-IFL-SOURCE.
           MOVE INFL01I-FILENAME TO DCL-IFL-FILENAME.
           MOVE INFL01O-RECORDS  TO DCL-IFL-RECORDS.
           MOVE INFL01O-HASH     TO DCL-IFL-HASH.
           MOVE SPACES           TO DCL-IFL-REASON.

           PERFORM P200-CHECK-DUPLICATE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-IN-EXIT
           END-IF.

           IF DCL-IFL-REASON NOT = SPACES
               SET DCL-IFL-DUPLICATE TO TRUE
               PERFORM P300-REGISTER-FILE
               GO TO CHECK-IN-EXIT
           END-IF.

           PERFORM P210-CHECK-HELD THRU CHECK-HELD-EXIT.

           IF BANK-ERRMSG NOT = SPACES OR INFL01O-DECISION NOT = SPACE
               GO TO CHECK-IN-EXIT
           END-IF.

           PERFORM P220-CHECK-DATE.

           IF DCL-IFL-REASON = SPACES
               PERFORM P230-CHECK-SEQUENCE
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-IN-EXIT
           END-IF.

           IF DCL-IFL-REASON = SPACES
               SET DCL-IFL-ACCEPTED TO TRUE
           ELSE
               SET DCL-IFL-QUARANTINED TO TRUE
           END-IF.

           PERFORM P300-REGISTER-FILE.

           IF DCL-IFL-QUARANTINED AND BANK-ERRMSG = SPACES
               PERFORM P320-QUEUE-OPS-ALERT
           END-IF.

       CHECK-IN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One pass over the file - every line counted and hashed in
      * order, so a changed, added, dropped or reordered line gives
      * a different hash.  A first line carrying the interface's
      * header record type gives the file date and sequence number.
      *-----------------------------------------------------------------
       P110-READ-FILE.
           MOVE INFL01I-FILENAME TO WS-IN-FILENAME.
           MOVE SPACES           TO DCL-IFL-FILE-DATE WS-HEADER-FAULT.
           MOVE ZERO             TO DCL-IFL-FILE-SEQ.
           MOVE 'N'              TO WS-EOF-SW.

           OPEN INPUT INBOUND.

           IF NOT WS-IN-OK
               STRING 'Inbound file cannot be opened - status: '
                        DELIMITED BY SIZE
                      WS-IN-STATUS DELIMITED BY SIZE
                 INTO BANK-ERRMSG
               GO TO READ-FILE-EXIT
           END-IF.

           MOVE 5381 TO WS-HASH-1.
           MOVE 7919 TO WS-HASH-2.

           PERFORM P120-READ-RECORD.

           PERFORM P130-TAKE-RECORD
               UNTIL WS-AT-EOF.

           CLOSE INBOUND.

           MOVE WS-HASH-1      TO WS-HASH-RESULT-1.
           MOVE WS-HASH-2      TO WS-HASH-RESULT-2.
           MOVE WS-HASH-RESULT TO INFL01O-HASH.

       READ-FILE-EXIT.
           EXIT.

       P120-READ-RECORD.
           READ INBOUND
               AT END SET WS-AT-EOF TO TRUE
           END-READ.

       P130-TAKE-RECORD.
           ADD 1 TO INFL01O-RECORDS.

           IF INFL01O-RECORDS = 1
              AND INFL01I-HEADER-ID NOT = SPACE
              AND INBOUND-RECORD(1:1) = INFL01I-HEADER-ID
               PERFORM P140-TAKE-HEADER
           END-IF.

           PERFORM P510-HASH-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > LENGTH OF INBOUND-RECORD.

           PERFORM P120-READ-RECORD.

       P140-TAKE-HEADER.
           IF INFL01I-DATE-POS > ZERO
               MOVE INBOUND-RECORD(INFL01I-DATE-POS:10)
                 TO DCL-IFL-FILE-DATE
           END-IF.

           IF INFL01I-SEQ-POS > ZERO
               MOVE INBOUND-RECORD(INFL01I-SEQ-POS:6) TO WS-SEQ-X
               IF WS-SEQ-X IS NUMERIC
                   MOVE WS-SEQ-N TO DCL-IFL-FILE-SEQ
               ELSE
                   MOVE 'Header sequence number not numeric'
                     TO WS-HEADER-FAULT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Already posted?  The same content for the same source is the
      * rerun that double-posted; the same sequence number with
      * different content is a corrected file sent under the old
      * number - either way nothing of it may post again.
      *-----------------------------------------------------------------
       P200-CHECK-DUPLICATE.
           MOVE ZERO TO WS-MATCH-REGNO.

           EXEC SQL
                SELECT COALESCE(MIN(IFL_REGNO), 0)
                  INTO :WS-MATCH-REGNO
                  FROM BNKINFIL
                 WHERE IFL_SOURCE = :DCL-IFL-SOURCE
                   AND IFL_HASH   = :DCL-IFL-HASH
                   AND IFL_STATUS = 'A'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-MATCH-REGNO > ZERO
               MOVE WS-MATCH-REGNO TO WS-REGNO-DSP
               STRING 'Duplicate of file '   DELIMITED BY SIZE
                      WS-REGNO-DSP           DELIMITED BY SIZE
                      ' - already posted'    DELIMITED BY SIZE
                 INTO DCL-IFL-REASON
           END-IF.

           IF DCL-IFL-REASON = SPACES AND DCL-IFL-FILE-SEQ > ZERO
               EXEC SQL
                    SELECT COALESCE(MIN(IFL_REGNO), 0)
                      INTO :WS-MATCH-REGNO
                      FROM BNKINFIL
                     WHERE IFL_SOURCE   = :DCL-IFL-SOURCE
                       AND IFL_FILE_SEQ = :DCL-IFL-FILE-SEQ
                       AND IFL_STATUS   = 'A'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-MATCH-REGNO > ZERO
                   MOVE DCL-IFL-FILE-SEQ TO WS-SEQ-DSP
                   STRING 'Sequence '          DELIMITED BY SIZE
                          WS-SEQ-DSP           DELIMITED BY SIZE
                          ' already posted'    DELIMITED BY SIZE
                     INTO DCL-IFL-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Seen before and held?  Released by an operator, this run is
      * the one that posts it - the row becomes the accepted file.
      * Still quarantined, it stays that way; the rerun is audited
      * but does not register the file a second time.
      *-----------------------------------------------------------------
       P210-CHECK-HELD.
           MOVE ZERO TO WS-MATCH-REGNO.

           EXEC SQL
                SELECT COALESCE(MAX(IFL_REGNO), 0)
                  INTO :WS-MATCH-REGNO
                  FROM BNKINFIL
                 WHERE IFL_SOURCE = :DCL-IFL-SOURCE
                   AND IFL_HASH   = :DCL-IFL-HASH
                   AND IFL_STATUS IN ('Q', 'R')
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES OR WS-MATCH-REGNO = ZERO
               GO TO CHECK-HELD-EXIT
           END-IF.

           MOVE WS-MATCH-REGNO TO DCL-IFL-REGNO.

           EXEC SQL
                SELECT IFL_STATUS, IFL_REASON
                  INTO :DCL-IFL-STATUS, :DCL-IFL-REASON
                  FROM BNKINFIL
                 WHERE IFL_REGNO = :DCL-IFL-REGNO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CHECK-HELD-EXIT
           END-IF.

           MOVE DCL-IFL-REGNO TO INFL01O-REGNO.

           MOVE SPACES TO CD74-DATA.
           MOVE 'C'    TO CD74I-ACTION.

           IF DCL-IFL-RELEASED
               EXEC SQL
                    UPDATE BNKINFIL
                       SET IFL_STATUS = 'A'
                     WHERE IFL_REGNO  = :DCL-IFL-REGNO
                       AND IFL_STATUS = 'R'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               SET INFL01O-RELEASED TO TRUE
               MOVE 'Released by operator - posting now'
                 TO INFL01O-REASON
               MOVE 'STATUS=R'   TO CD74I-BEFORE
               MOVE 'STATUS=A POSTED AFTER RELEASE' TO CD74I-AFTER
           ELSE
               SET INFL01O-QUARANTINED TO TRUE
               MOVE DCL-IFL-REASON TO INFL01O-REASON
               MOVE 'STATUS=Q'   TO CD74I-BEFORE
               MOVE 'STATUS=Q PRESENTED AGAIN - STILL HELD'
                 TO CD74I-AFTER
           END-IF.

           IF BANK-ERRMSG = SPACES
               PERFORM P610-BUILD-AUDIT-KEY
               PERFORM P620-CALL-AUDIT
           END-IF.

       CHECK-HELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A header date has to be the business date the book is on -
      * yesterday's file run again today is exactly what this stops.
      * Should the date control not answer, the wall clock stands in.
      *-----------------------------------------------------------------
       P220-CHECK-DATE.
           IF WS-HEADER-FAULT NOT = SPACES
               MOVE WS-HEADER-FAULT TO DCL-IFL-REASON
           END-IF.

           IF DCL-IFL-REASON = SPACES AND DCL-IFL-FILE-DATE NOT = SPACES
               PERFORM P225-GET-BUSINESS-DATE
               IF DCL-IFL-FILE-DATE NOT = WS-BUSINESS-DATE
                   STRING 'File date '        DELIMITED BY SIZE
                          DCL-IFL-FILE-DATE   DELIMITED BY SIZE
                          ' is not '          DELIMITED BY SIZE
                          WS-BUSINESS-DATE    DELIMITED BY SIZE
                     INTO DCL-IFL-REASON
               END-IF
           END-IF.

       P225-GET-BUSINESS-DATE.
           MOVE SPACES        TO CD91-DATA WS-BDATE-ERRMSG.
           SET CD91I-QUERY    TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG = SPACES AND CD91O-CURR-DATE NOT = SPACES
               MOVE CD91O-CURR-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD
               STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-SYSDATE-MM    DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-SYSDATE-DD    DELIMITED BY SIZE
                 INTO WS-BUSINESS-DATE
           END-IF.

      *-----------------------------------------------------------------
      * A sequence number has to follow the last one posted for the
      * source.  The first numbered file a source ever sends sets
      * where the numbering starts.
      *-----------------------------------------------------------------
       P230-CHECK-SEQUENCE.
           IF DCL-IFL-FILE-SEQ > ZERO
               MOVE ZERO TO WS-LAST-SEQ
               EXEC SQL
                    SELECT COALESCE(MAX(IFL_FILE_SEQ), 0)
                      INTO :WS-LAST-SEQ
                      FROM BNKINFIL
                     WHERE IFL_SOURCE = :DCL-IFL-SOURCE
                       AND IFL_STATUS = 'A'
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-LAST-SEQ > ZERO
                  AND DCL-IFL-FILE-SEQ NOT = WS-LAST-SEQ + 1
                   MOVE DCL-IFL-FILE-SEQ TO WS-SEQ-DSP
                   COMPUTE WS-EXPECT-DSP = WS-LAST-SEQ + 1
                   STRING 'Sequence '         DELIMITED BY SIZE
                          WS-SEQ-DSP          DELIMITED BY SIZE
                          ', expected '       DELIMITED BY SIZE
                          WS-EXPECT-DSP       DELIMITED BY SIZE
                     INTO DCL-IFL-REASON
               END-IF
           END-IF.

      *=================================================================
      * Register the file with the decision taken on it, and audit
      * the decision.
      *=================================================================
       P300-REGISTER-FILE.
           EXEC SQL
                SELECT COALESCE(MAX(IFL_REGNO), 0) + 1
                  INTO :DCL-IFL-REGNO
                  FROM BNKINFIL
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE 'SYSTM' TO DCL-IFL-DECIDED-BY.
           MOVE SPACES  TO DCL-IFL-DECIDE-NOTE DCL-IFL-FILLER.

           IF BANK-ERRMSG = SPACES
               EXEC SQL
                    INSERT INTO BNKINFIL (
                      IFL_REGNO,
                      IFL_SOURCE,
                      IFL_FILENAME,
                      IFL_FILE_DATE,
                      IFL_FILE_SEQ,
                      IFL_RECORDS,
                      IFL_HASH,
                      IFL_STATUS,
                      IFL_REASON,
                      IFL_RECEIVED_TS,
                      IFL_DECIDED_BY,
                      IFL_DECIDED_TS,
                      IFL_DECIDE_NOTE,
                      IFL_FILLER
                    ) VALUES (
                      :DCL-IFL-REGNO,
                      :DCL-IFL-SOURCE,
                      :DCL-IFL-FILENAME,
                      :DCL-IFL-FILE-DATE,
                      :DCL-IFL-FILE-SEQ,
                      :DCL-IFL-RECORDS,
                      :DCL-IFL-HASH,
                      :DCL-IFL-STATUS,
                      :DCL-IFL-REASON,
                      CURRENT TIMESTAMP,
                      :DCL-IFL-DECIDED-BY,
                      CURRENT TIMESTAMP,
                      :DCL-IFL-DECIDE-NOTE,
                      :DCL-IFL-FILLER)
               END-EXEC
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-IFL-STATUS TO INFL01O-DECISION
               MOVE DCL-IFL-REGNO  TO INFL01O-REGNO
               MOVE DCL-IFL-REASON TO INFL01O-REASON
               MOVE SPACES TO CD74-DATA
               MOVE 'A'    TO CD74I-ACTION
               STRING 'STATUS='        DELIMITED BY SIZE
                      DCL-IFL-STATUS   DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      DCL-IFL-REASON   DELIMITED BY SIZE
                 INTO CD74I-AFTER
               PERFORM P610-BUILD-AUDIT-KEY
               PERFORM P620-CALL-AUDIT
           END-IF.

      *-----------------------------------------------------------------
      * Quarantine - queue the operations alert through the BNKMAILQ
      * pipeline, the source in the from-account field and the
      * registry number in the tag.  A queue failure goes to the job
      * log; the file is held whether or not the mail goes.
      *-----------------------------------------------------------------
       P320-QUEUE-OPS-ALERT.
           MOVE SPACES         TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE WS-OPS-PID     TO CD20I-PID.
           MOVE WS-OPS-EMAIL   TO CD20I-EMAIL.
           MOVE DCL-IFL-SOURCE TO CD20I-FROM-ACC.
           MOVE SPACES         TO CD20I-TO-ACC.
           MOVE ZERO           TO CD20I-AMOUNT.
           MOVE DCL-IFL-REGNO  TO WS-REGNO-DSP.
           STRING 'FILE QUARANTINED ' DELIMITED BY SIZE
                  WS-REGNO-DSP        DELIMITED BY SIZE
             INTO CD20I-TAG.

           CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG NOT = SPACES
               DISPLAY 'DINFL01P - ops alert not queued: '
                       WS-ALERT-ERRMSG
           END-IF.

      *=================================================================
      * The held files, oldest first, for the Inbound Files screen -
      * quarantined ones waiting on a decision and released ones
      * waiting on their job to run again.
      *=================================================================
       P400-LIST-FILES.
           EXEC SQL
                DECLARE IFL_CSR CURSOR FOR
                SELECT IFL_REGNO, IFL_SOURCE, IFL_FILE_DATE,
                       IFL_FILE_SEQ, IFL_RECORDS, IFL_STATUS,
                       IFL_REASON, IFL_RECEIVED_TS
                FROM BNKINFIL
                WHERE IFL_STATUS IN ('Q', 'R')
                ORDER BY IFL_RECEIVED_TS
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN IFL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P410-FETCH-FILE
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR INFL01O-FILE-COUNT IS NOT LESS THAN 20.

           EXEC SQL
                CLOSE IFL_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND INFL01O-FILE-COUNT = ZERO
               MOVE 'No inbound files held' TO GOOD-ERRMSG
           END-IF.

       P410-FETCH-FILE.
           EXEC SQL
                FETCH IFL_CSR
                INTO :DCL-IFL-REGNO,
                     :DCL-IFL-SOURCE,
                     :DCL-IFL-FILE-DATE,
                     :DCL-IFL-FILE-SEQ,
                     :DCL-IFL-RECORDS,
                     :DCL-IFL-STATUS,
                     :DCL-IFL-REASON,
                     :DCL-IFL-RECEIVED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO INFL01O-FILE-COUNT
               MOVE INFL01O-FILE-COUNT TO WS-SUB
               MOVE DCL-IFL-REGNO     TO INFL01O-L-REGNO(WS-SUB)
               MOVE DCL-IFL-SOURCE    TO INFL01O-L-SOURCE(WS-SUB)
               MOVE DCL-IFL-FILE-DATE TO INFL01O-L-FILE-DATE(WS-SUB)
               MOVE DCL-IFL-FILE-SEQ  TO INFL01O-L-FILE-SEQ(WS-SUB)
               MOVE DCL-IFL-RECORDS   TO INFL01O-L-RECORDS(WS-SUB)
               MOVE DCL-IFL-STATUS    TO INFL01O-L-STATUS(WS-SUB)
               MOVE DCL-IFL-REASON    TO INFL01O-L-REASON(WS-SUB)
               MOVE DCL-IFL-RECEIVED-TS
                 TO INFL01O-L-RECEIVED-TS(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * An operator's decision on a quarantined file.  Released, it
      * posts the next time its job runs with it; purged, it never
      * will.  Either needs a supervisor and a note of why.
      *=================================================================
       P500-OPERATOR-DECISION.
           IF INFL01I-REGNO NOT > ZERO
               MOVE 'Please select a file' TO BANK-ERRMSG
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           IF INFL01I-NOTE = SPACES
               MOVE 'Please give the reason for this decision'
                 TO BANK-ERRMSG
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           MOVE INFL01I-USERID TO WS-OPER-PID.
           MOVE SPACE          TO WS-OPER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-OPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-OPER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Operator is not on file' TO BANK-ERRMSG
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           IF WS-OPER-ROLE NOT = 'S' AND WS-OPER-ROLE NOT = 'A'
               MOVE 'Releasing or purging a file requires a supervisor'
                 TO BANK-ERRMSG
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           MOVE INFL01I-REGNO TO DCL-IFL-REGNO.

           EXEC SQL
                SELECT IFL_SOURCE
                  INTO :DCL-IFL-SOURCE
                  FROM BNKINFIL
                 WHERE IFL_REGNO  = :DCL-IFL-REGNO
                   AND IFL_STATUS = 'Q'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'File not found or no longer quarantined'
                 TO BANK-ERRMSG
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           IF INFL01I-RELEASE
               SET DCL-IFL-RELEASED TO TRUE
           ELSE
               SET DCL-IFL-PURGED   TO TRUE
           END-IF.

           MOVE INFL01I-USERID TO DCL-IFL-DECIDED-BY.
           MOVE INFL01I-NOTE   TO DCL-IFL-DECIDE-NOTE.

           EXEC SQL
                UPDATE BNKINFIL
                   SET IFL_STATUS      = :DCL-IFL-STATUS,
                       IFL_DECIDED_BY  = :DCL-IFL-DECIDED-BY,
                       IFL_DECIDED_TS  = CURRENT TIMESTAMP,
                       IFL_DECIDE_NOTE = :DCL-IFL-DECIDE-NOTE
                 WHERE IFL_REGNO       = :DCL-IFL-REGNO
                   AND IFL_STATUS      = 'Q'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO OPERATOR-DECISION-EXIT
           END-IF.

           MOVE INFL01I-USERID TO WS-AUDIT-USERID.

           MOVE SPACES     TO CD74-DATA.
           MOVE 'C'        TO CD74I-ACTION.
           MOVE 'STATUS=Q' TO CD74I-BEFORE.
           STRING 'STATUS='           DELIMITED BY SIZE
                  DCL-IFL-STATUS      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-IFL-DECIDE-NOTE DELIMITED BY SIZE
             INTO CD74I-AFTER.

           PERFORM P610-BUILD-AUDIT-KEY.
           PERFORM P620-CALL-AUDIT.

           IF BANK-ERRMSG = SPACES
               IF INFL01I-RELEASE
                   MOVE 'File released - it posts when its job reruns'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'File purged - it will not be posted'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       OPERATOR-DECISION-EXIT.
           EXIT.

      *=================================================================
      * Run both checksums over one byte of the file.  Each step
      * multiplies the running value up, adds the byte (plus one, so
      * a low-value byte still counts) and keeps the remainder.
      *=================================================================
       P510-HASH-BYTE.
           MOVE INBOUND-RECORD(WS-HASH-SUB:1) TO WS-BYTE-CHAR.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-1 * 257 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483647
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-1.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-2 * 65599 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483629
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-2.

       P610-BUILD-AUDIT-KEY.
           MOVE DCL-IFL-REGNO TO WS-REGNO-DSP.
           STRING WS-REGNO-DSP   DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  DCL-IFL-SOURCE DELIMITED BY SIZE
             INTO CD74I-KEY.

       P620-CALL-AUDIT.
           MOVE WS-AUDIT-USERID TO CD74I-USERID.
           MOVE 'DINFL01P'      TO CD74I-PROGRAM.
           MOVE 'BNKINFIL'      TO CD74I-TABLE.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Inbound file registry failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
