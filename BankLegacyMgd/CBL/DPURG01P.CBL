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
001300* Program:     DPURG01P.CBL                                    *
001400* Function:    Personal-data retention rules behind the         *
001500*              Retention Rules screen and the DPURG02P annual   *
001600*              purge.  Each data class a closed customer leaves *
001700*              behind is kept for a statutory number of years   *
001800*              after the last account closed:                   *
001900*                PROFILE  BNKCUST record        - anonymised    *
002000*                ADDRHIST BNKCADT/BNKCADTH      - anonymised    *
002100*                LOGINAUD BNKLOGA/BNKLOGAH      - anonymised    *
002200*                CONTACT  BNKCLOG contact log   - deleted       *
002300*                STMT     BNKSTMT statements    - deleted       *
002400*              'L' lists the classes with the period in force - *
002500*              the BNKRETN row, else the compiled default       *
002600*              below.  'U' sets a class's period and its legal  *
002700*              basis; admin or compliance BCS_ROLE only, and    *
002800*              the change is audited to BNKMADT through         *
002900*              DBANK74P so the rule any purge ran under can be  *
003000*              shown.                                           *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DPURG01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-YEARS-DSP                      PIC ZZ9.
           05  WS-OLD-YEARS-DSP                  PIC ZZ9.
           05  WS-RULE-FOUND-SW                  PIC X(1).
               88  WS-RULE-FOUND                 VALUE 'Y'.

      *-----------------------------------------------------------------
      * The classes and the periods they are kept for when BNKRETN
      * has no row - class, what it is, years, legal basis, action.
      *-----------------------------------------------------------------
       01  WS-DEFAULT-RULES.
           05  FILLER            PIC X(8)  VALUE 'PROFILE '.
           05  FILLER            PIC X(30)
                                 VALUE 'Customer profile'.
           05  FILLER            PIC 9(3)  VALUE 7.
           05  FILLER            PIC X(30)
                                 VALUE 'AML record-keeping'.
           05  FILLER            PIC X(1)  VALUE 'A'.
           05  FILLER            PIC X(8)  VALUE 'ADDRHIST'.
           05  FILLER            PIC X(30)
                                 VALUE 'Address and contact history'.
           05  FILLER            PIC 9(3)  VALUE 7.
           05  FILLER            PIC X(30)
                                 VALUE 'AML record-keeping'.
           05  FILLER            PIC X(1)  VALUE 'A'.
           05  FILLER            PIC X(8)  VALUE 'LOGINAUD'.
           05  FILLER            PIC X(30)
                                 VALUE 'Online login audit'.
           05  FILLER            PIC 9(3)  VALUE 2.
           05  FILLER            PIC X(30)
                                 VALUE 'Security monitoring'.
           05  FILLER            PIC X(1)  VALUE 'A'.
           05  FILLER            PIC X(8)  VALUE 'CONTACT '.
           05  FILLER            PIC X(30)
                                 VALUE 'Contact log notes'.
           05  FILLER            PIC 9(3)  VALUE 6.
           05  FILLER            PIC X(30)
                                 VALUE 'Complaint limitation period'.
           05  FILLER            PIC X(1)  VALUE 'D'.
           05  FILLER            PIC X(8)  VALUE 'STMT    '.
           05  FILLER            PIC X(30)
                                 VALUE 'Statement archive'.
           05  FILLER            PIC 9(3)  VALUE 7.
           05  FILLER            PIC X(30)
                                 VALUE 'Accounting records'.
           05  FILLER            PIC X(1)  VALUE 'D'.
       01  WS-DEFAULT-RULES-R REDEFINES WS-DEFAULT-RULES.
           05  WS-DFLT-RULE OCCURS 5 TIMES.
               10  WS-DFLT-CLASS                 PIC X(8).
               10  WS-DFLT-DESC                  PIC X(30).
               10  WS-DFLT-YEARS                 PIC 9(3).
               10  WS-DFLT-BASIS                 PIC X(30).
               10  WS-DFLT-ACTION                PIC X(1).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSRE
           END-EXEC.

           COPY CBANKSREX.

       01  WS-OPER-PID                           PIC X(5).
       01  WS-OPER-ROLE                          PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CPURG01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference PURG01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO PURG01O-CLASS-COUNT.

           EVALUATE TRUE
               WHEN PURG01I-LIST
                   PERFORM P100-LIST-RULES
               WHEN PURG01I-UPDATE
                   PERFORM P200-UPDATE-RULE THRU UPDATE-RULE-EXIT
               WHEN OTHER
                   MOVE 'Invalid retention rules function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Every class with the period in force.
      *=================================================================
       P100-LIST-RULES.
           PERFORM P110-ONE-RULE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 5 OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG = SPACES
               MOVE 'Retention rules in force' TO GOOD-ERRMSG
           END-IF.

       P110-ONE-RULE.
           ADD 1 TO PURG01O-CLASS-COUNT.
           MOVE WS-DFLT-CLASS(WS-SUB)  TO PURG01O-R-CLASS(WS-SUB).
           MOVE WS-DFLT-DESC(WS-SUB)   TO PURG01O-R-DESC(WS-SUB).
           MOVE WS-DFLT-YEARS(WS-SUB)  TO PURG01O-R-KEEP-YEARS(WS-SUB).
           MOVE WS-DFLT-BASIS(WS-SUB)  TO PURG01O-R-BASIS(WS-SUB).
           MOVE WS-DFLT-ACTION(WS-SUB) TO PURG01O-R-ACTION(WS-SUB).
           SET PURG01O-R-DEFAULT(WS-SUB) TO TRUE.
           MOVE SPACES TO PURG01O-R-UPDATED-BY(WS-SUB)
                          PURG01O-R-UPDATED-TS(WS-SUB).

           MOVE WS-DFLT-CLASS(WS-SUB) TO DCL-RTN-CLASS.
           PERFORM P150-READ-RULE.

           IF WS-RULE-FOUND
               MOVE DCL-RTN-KEEP-YEARS TO PURG01O-R-KEEP-YEARS(WS-SUB)
               MOVE DCL-RTN-BASIS      TO PURG01O-R-BASIS(WS-SUB)
               MOVE DCL-RTN-UPDATED-BY TO PURG01O-R-UPDATED-BY(WS-SUB)
               MOVE DCL-RTN-UPDATED-TS TO PURG01O-R-UPDATED-TS(WS-SUB)
               SET PURG01O-R-ON-TABLE(WS-SUB) TO TRUE
           END-IF.

       P150-READ-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SW.

           EXEC SQL
                SELECT RTN_KEEP_YEARS, RTN_BASIS, RTN_UPDATED_BY,
                       RTN_UPDATED_TS
                  INTO :DCL-RTN-KEEP-YEARS, :DCL-RTN-BASIS,
                       :DCL-RTN-UPDATED-BY, :DCL-RTN-UPDATED-TS
                  FROM BNKRETN
                 WHERE RTN_CLASS = :DCL-RTN-CLASS
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-RULE-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * A class's period and basis changed - admin or compliance, a
      * class that exists, a period of 1 to 99 years, and the basis
      * the period rests on.
      *=================================================================
       P200-UPDATE-RULE.
           MOVE PURG01I-USERID TO WS-OPER-PID.
           MOVE SPACE          TO WS-OPER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-OPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-OPER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Officer is not on file' TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           IF WS-OPER-ROLE NOT = 'A' AND WS-OPER-ROLE NOT = 'C'
               MOVE 'Retention rules are set by compliance or admin'
                 TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           PERFORM P210-FIND-CLASS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 5
                  OR WS-DFLT-CLASS(WS-SUB) = PURG01I-CLASS.

           IF WS-SUB > 5
               MOVE 'Please select a data class' TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           IF PURG01I-KEEP-YEARS NOT NUMERIC
               MOVE 'Keep period must be 1 to 99 years' TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           IF PURG01I-KEEP-YEARS < 1 OR PURG01I-KEEP-YEARS > 99
               MOVE 'Keep period must be 1 to 99 years' TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           IF PURG01I-BASIS = SPACES
               MOVE 'Please give the legal basis for the period'
                 TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           MOVE PURG01I-CLASS TO DCL-RTN-CLASS.
           PERFORM P150-READ-RULE.

           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-RULE-EXIT
           END-IF.

           MOVE SPACES           TO CD74-DATA WS-AUDIT-ERRMSG.

           IF WS-RULE-FOUND
               MOVE DCL-RTN-KEEP-YEARS TO WS-OLD-YEARS-DSP
               MOVE 'C'                TO CD74I-ACTION
               STRING 'KEEP '           DELIMITED BY SIZE
                      WS-OLD-YEARS-DSP  DELIMITED BY SIZE
                      ' YEARS '         DELIMITED BY SIZE
                      DCL-RTN-BASIS     DELIMITED BY SIZE
                 INTO CD74I-BEFORE
           ELSE
               MOVE WS-DFLT-YEARS(WS-SUB) TO WS-OLD-YEARS-DSP
               MOVE 'A'                   TO CD74I-ACTION
               STRING 'DEFAULT KEEP '       DELIMITED BY SIZE
                      WS-OLD-YEARS-DSP      DELIMITED BY SIZE
                      ' YEARS '             DELIMITED BY SIZE
                      WS-DFLT-BASIS(WS-SUB) DELIMITED BY SIZE
                 INTO CD74I-BEFORE
           END-IF.

           MOVE PURG01I-KEEP-YEARS TO DCL-RTN-KEEP-YEARS.
           MOVE PURG01I-BASIS      TO DCL-RTN-BASIS.
           MOVE PURG01I-USERID     TO DCL-RTN-UPDATED-BY.

           IF WS-RULE-FOUND
               EXEC SQL
                    UPDATE BNKRETN
                       SET RTN_KEEP_YEARS = :DCL-RTN-KEEP-YEARS,
                           RTN_BASIS      = :DCL-RTN-BASIS,
                           RTN_UPDATED_BY = :DCL-RTN-UPDATED-BY,
                           RTN_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE RTN_CLASS = :DCL-RTN-CLASS
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO BNKRETN (
                      RTN_CLASS,
                      RTN_KEEP_YEARS,
                      RTN_BASIS,
                      RTN_UPDATED_BY,
                      RTN_UPDATED_TS
                    ) VALUES (
                      :DCL-RTN-CLASS,
                      :DCL-RTN-KEEP-YEARS,
                      :DCL-RTN-BASIS,
                      :DCL-RTN-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO UPDATE-RULE-EXIT
           END-IF.

           MOVE PURG01I-USERID   TO CD74I-USERID.
           MOVE 'DPURG01P'       TO CD74I-PROGRAM.
           MOVE 'BNKRETN'        TO CD74I-TABLE.
           MOVE PURG01I-CLASS    TO CD74I-KEY.
           MOVE PURG01I-KEEP-YEARS TO WS-YEARS-DSP.
           STRING 'KEEP '        DELIMITED BY SIZE
                  WS-YEARS-DSP   DELIMITED BY SIZE
                  ' YEARS '      DELIMITED BY SIZE
                  PURG01I-BASIS  DELIMITED BY SIZE
             INTO CD74I-AFTER.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
               GO TO UPDATE-RULE-EXIT
           END-IF.

           STRING 'Retention rule for '  DELIMITED BY SIZE
                  PURG01I-CLASS          DELIMITED BY SPACE
                  ' set to '             DELIMITED BY SIZE
                  WS-YEARS-DSP           DELIMITED BY SIZE
                  ' years'               DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       UPDATE-RULE-EXIT.
           EXIT.

       P210-FIND-CLASS.
           CONTINUE.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Retention rules failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
