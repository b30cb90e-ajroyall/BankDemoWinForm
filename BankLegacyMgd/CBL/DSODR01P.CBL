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
001300* Program:     DSODR01P.CBL                                    *
001400* Function:    Segregation-of-duties worklist behind the B121   *
001500*              screen.  'L' lists the BNKSODF findings the      *
001600*              monthly DSODR02P run raised - for one month or   *
001700*              all, open ones only unless every one is asked    *
001800*              for.  'A' attests a finding: the security        *
001900*              officer records what they found, and the row     *
002000*              keeps who, when and the note.  Only a security   *
002100*              BCS_ROLE attests, never on a finding naming the  *
002200*              officer as either party, and an attested row is  *
002300*              never attested again.  Attestations are audited  *
002400*              to BNKMADT through DBANK74P.                     *
002500*              SQL version                                      *
002600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSODR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-CALLER-ROLE                    PIC X(1).
               88  WS-CALLER-SECURITY            VALUE 'X'.

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSDU
           END-EXEC.

           COPY CBANKSDUX.

       01  WS-CALLER-PID                         PIC X(5).
       01  WS-MONTH-LOW                          PIC X(7).
       01  WS-MONTH-HIGH                         PIC X(7).
       01  WS-STATUS-LOW                         PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CSODR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference SODR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           EVALUATE TRUE
               WHEN SODR01I-LIST
                   PERFORM P100-LIST-FINDINGS THRU LIST-FINDINGS-EXIT
               WHEN SODR01I-ATTEST
                   PERFORM P200-ATTEST-FINDING THRU ATTEST-FINDING-EXIT
               WHEN OTHER
                   MOVE 'Invalid segregation-of-duties function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The worklist - newest month first, then in the order the run
      * raised them.  A blank month lists every month.
      *=================================================================
       P100-LIST-FINDINGS.
           MOVE ZERO TO SODR01O-FIND-COUNT.

           IF SODR01I-MONTH = SPACES
               MOVE LOW-VALUES  TO WS-MONTH-LOW
               MOVE HIGH-VALUES TO WS-MONTH-HIGH
           ELSE
               MOVE SODR01I-MONTH TO WS-MONTH-LOW WS-MONTH-HIGH
           END-IF.

           IF SODR01I-ALL
               MOVE 'A' TO WS-STATUS-LOW
           ELSE
               MOVE 'O' TO WS-STATUS-LOW
           END-IF.

           EXEC SQL
                DECLARE SOD_CSR CURSOR FOR
                SELECT SOD_MONTH, SOD_SEQ, SOD_KIND, SOD_USER1,
                       SOD_USER2, SOD_GATE, SOD_ITEM, SOD_DETAIL,
                       SOD_STATUS, SOD_ATTEST_BY, SOD_ATTEST_TS,
                       SOD_NOTE
                FROM BNKSODF
                WHERE SOD_MONTH BETWEEN :WS-MONTH-LOW
                                    AND :WS-MONTH-HIGH
                  AND SOD_STATUS >= :WS-STATUS-LOW
                ORDER BY SOD_MONTH DESC, SOD_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN SOD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-FINDINGS-EXIT
           END-IF.

           PERFORM P110-FETCH-FINDING
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR SODR01O-FIND-COUNT IS NOT LESS THAN 50.

           EXEC SQL
                CLOSE SOD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF SODR01O-FIND-COUNT = ZERO
                   MOVE 'No findings to show' TO GOOD-ERRMSG
               ELSE
                   MOVE 'Segregation-of-duties findings listed'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       LIST-FINDINGS-EXIT.
           EXIT.

       P110-FETCH-FINDING.
           EXEC SQL
                FETCH SOD_CSR
                INTO :DCL-SOD-MONTH, :DCL-SOD-SEQ, :DCL-SOD-KIND,
                     :DCL-SOD-USER1, :DCL-SOD-USER2, :DCL-SOD-GATE,
                     :DCL-SOD-ITEM, :DCL-SOD-DETAIL, :DCL-SOD-STATUS,
                     :DCL-SOD-ATTEST-BY, :DCL-SOD-ATTEST-TS,
                     :DCL-SOD-NOTE
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO SODR01O-FIND-COUNT
               MOVE SODR01O-FIND-COUNT TO WS-SUB
               MOVE DCL-SOD-MONTH     TO SODR01O-F-MONTH(WS-SUB)
               MOVE DCL-SOD-SEQ       TO SODR01O-F-SEQ(WS-SUB)
               MOVE DCL-SOD-KIND      TO SODR01O-F-KIND(WS-SUB)
               MOVE DCL-SOD-USER1     TO SODR01O-F-USER1(WS-SUB)
               MOVE DCL-SOD-USER2     TO SODR01O-F-USER2(WS-SUB)
               MOVE DCL-SOD-GATE      TO SODR01O-F-GATE(WS-SUB)
               MOVE DCL-SOD-ITEM      TO SODR01O-F-ITEM(WS-SUB)
               MOVE DCL-SOD-DETAIL    TO SODR01O-F-DETAIL(WS-SUB)
               MOVE DCL-SOD-STATUS    TO SODR01O-F-STATUS(WS-SUB)
               MOVE DCL-SOD-ATTEST-BY TO SODR01O-F-ATTEST-BY(WS-SUB)
               MOVE DCL-SOD-NOTE      TO SODR01O-F-NOTE(WS-SUB)
               IF DCL-SOD-ATTESTED
                   MOVE DCL-SOD-ATTEST-TS(1:10)
                     TO SODR01O-F-ATTEST-DTE(WS-SUB)
               ELSE
                   MOVE SPACES TO SODR01O-F-ATTEST-DTE(WS-SUB)
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Attest one finding - the security officer's note is the
      * record of what was looked at and concluded.
      *=================================================================
       P200-ATTEST-FINDING.
           MOVE SODR01I-USERID TO WS-CALLER-PID.
           MOVE SPACE          TO WS-CALLER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-CALLER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-CALLER-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF NOT WS-CALLER-SECURITY
               MOVE 'Only the security officer may attest findings'
                 TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF SODR01I-MONTH = SPACES OR SODR01I-SEQ = ZERO
               MOVE 'Please pick the finding to attest' TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF SODR01I-NOTE = SPACES
               MOVE 'Please record what was found' TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           MOVE SODR01I-MONTH TO DCL-SOD-MONTH.
           MOVE SODR01I-SEQ   TO DCL-SOD-SEQ.

           EXEC SQL
                SELECT SOD_KIND, SOD_USER1, SOD_USER2, SOD_STATUS
                  INTO :DCL-SOD-KIND, :DCL-SOD-USER1,
                       :DCL-SOD-USER2, :DCL-SOD-STATUS
                  FROM BNKSODF
                 WHERE SOD_MONTH = :DCL-SOD-MONTH
                   AND SOD_SEQ   = :DCL-SOD-SEQ
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF SQLCODE = +100
               MOVE 'No such finding' TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF DCL-SOD-ATTESTED
               MOVE 'That finding is already attested' TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF WS-CALLER-PID = DCL-SOD-USER1 OR
              WS-CALLER-PID = DCL-SOD-USER2
               MOVE 'Another officer must attest a finding about you'
                 TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           MOVE WS-CALLER-PID TO DCL-SOD-ATTEST-BY.
           MOVE SODR01I-NOTE  TO DCL-SOD-NOTE.

           EXEC SQL
                UPDATE BNKSODF
                   SET SOD_STATUS    = 'A',
                       SOD_ATTEST_BY = :DCL-SOD-ATTEST-BY,
                       SOD_ATTEST_TS = CURRENT TIMESTAMP,
                       SOD_NOTE      = :DCL-SOD-NOTE
                 WHERE SOD_MONTH  = :DCL-SOD-MONTH
                   AND SOD_SEQ    = :DCL-SOD-SEQ
                   AND SOD_STATUS = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           IF SQLCODE = +100
               MOVE 'That finding is already attested' TO BANK-ERRMSG
               GO TO ATTEST-FINDING-EXIT
           END-IF.

           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Finding attested' TO GOOD-ERRMSG
           END-IF.

       ATTEST-FINDING-EXIT.
           EXIT.

      *=================================================================
      * Audit through DBANK74P - key is month/number.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE SODR01I-USERID TO CD74I-USERID.
           MOVE 'DSODR01P'     TO CD74I-PROGRAM.
           MOVE 'BNKSODF'      TO CD74I-TABLE.
           MOVE 'C'            TO CD74I-ACTION.
           MOVE SPACES TO CD74I-KEY CD74I-BEFORE CD74I-AFTER.
           STRING SODR01I-MONTH DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SODR01I-SEQ   DELIMITED BY SIZE
             INTO CD74I-KEY.
           STRING 'STATUS=O ' DELIMITED BY SIZE
                  DCL-SOD-KIND DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  DCL-SOD-USER1 DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           STRING 'STATUS=A ' DELIMITED BY SIZE
                  SODR01I-NOTE DELIMITED BY SIZE
             INTO CD74I-AFTER.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Duties review failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
