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
001300* Program:     DNOST01P.CBL                                    *
001400* Function:    Nostro exceptions worklist - the review side of  *
001500*              the items DNOST02P could not pair between the    *
001600*              correspondent's statement and our BNKWIRE book.  *
001700*              'L' lists the open items oldest first with their *
001800*              age, and the latest statement's correspondent    *
001900*              and book balances.  'D' dispositions an item     *
002000*              with the officer's note.  'P' posts a statement  *
002100*              entry the book has no wire for - interest, a     *
002200*              charge raised on its own - to the GL against the *
002300*              nostro (cash clearing) through DGLJN01P; the     *
002400*              next DNOST02P run rolls it into the book         *
002500*              balance.  Posting is for a supervisor or admin   *
002600*              BCS_ROLE.  Dispositions and postings are audited *
002700*              through DBANK74P.                                *
002800*              SQL version                                      *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DNOST01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-GLJN-ERRMSG                    PIC X(65).
           05  WS-SEQ-DSP                        PIC 9(5).
           05  WS-AMT-DSP                        PIC -(8)9.99.
      *-----------------------------------------------------------------
      * Age in days on the 360-day serial DQMON01P ages its queues by.
      *-----------------------------------------------------------------
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-TODAY-SERIAL                   PIC S9(7) COMP-3.
           05  WS-OLD-DATE-X.
               10  WS-OLD-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-OLD-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-OLD-DD                     PIC 9(2).
           05  WS-OLD-SERIAL                     PIC S9(7) COMP-3.
      *-----------------------------------------------------------------
      * Wires settle through cash clearing, which stands for the
      * nostro in the GL; correspondent charges and one-off entries
      * go to their own expense line.
      *-----------------------------------------------------------------
           05  GL-CASH-CLEARING                  PIC 9(5) VALUE 10100.
           05  GL-CORRESP-CHARGES                PIC 9(5) VALUE 56100.

           COPY CBANKVC74.
           COPY CGLJN01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNX
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNO
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSNB
           END-EXEC.

           COPY CBANKSNXX.
           COPY CBANKSNOX.
           COPY CBANKSNBX.

       01  WS-OPER-PID                           PIC X(5).
       01  WS-OPER-ROLE                          PIC X(1).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CNOST01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference NOST01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO NOST01O-EXC-COUNT.

           EVALUATE TRUE
               WHEN NOST01I-LIST
                   PERFORM P100-LIST-EXCEPTIONS
                      THRU LIST-EXCEPTIONS-EXIT
               WHEN NOST01I-DISPOSITION
                   PERFORM P200-DISPOSITION THRU DISPOSITION-EXIT
               WHEN NOST01I-POST
                   PERFORM P300-POST-ENTRY THRU POST-ENTRY-EXIT
               WHEN OTHER
                   MOVE 'Invalid nostro exceptions function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The latest proof's balances, then the open items oldest
      * first with their age.
      *=================================================================
       P100-LIST-EXCEPTIONS.
           MOVE SPACES TO NOST01O-LAST-STMT-DATE.
           MOVE ZERO   TO NOST01O-CLOSE-BAL NOST01O-BOOK-BAL.

           EXEC SQL
                SELECT NSB_STMT_DATE, NSB_CLOSE_BAL, NSB_BOOK_BAL
                  INTO :DCL-NSB-STMT-DATE, :DCL-NSB-CLOSE-BAL,
                       :DCL-NSB-BOOK-BAL
                  FROM BNKNOSBL
                 WHERE NSB_STMT_DATE =
                       (SELECT MAX(NSB_STMT_DATE) FROM BNKNOSBL)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCL-NSB-STMT-DATE TO NOST01O-LAST-STMT-DATE
               MOVE DCL-NSB-CLOSE-BAL TO NOST01O-CLOSE-BAL
               MOVE DCL-NSB-BOOK-BAL  TO NOST01O-BOOK-BAL
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

           IF BANK-ERRMSG NOT = SPACES
               GO TO LIST-EXCEPTIONS-EXIT
           END-IF.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-SERIAL =
               (WS-SYSDATE-YYYY * 360) + (WS-SYSDATE-MM * 30)
               + WS-SYSDATE-DD.

           EXEC SQL
                DECLARE NSX_CSR CURSOR FOR
                SELECT NSX_SIDE, NSX_REF, NSX_STMT_DATE, NSX_SEQ,
                       NSX_DC, NSX_AMOUNT, NSX_VALUE_DATE, NSX_REASON,
                       NSX_CREATED_TS
                FROM BNKNOSEX
                WHERE NSX_STATUS = 'O'
                ORDER BY NSX_CREATED_TS, NSX_SIDE, NSX_STMT_DATE,
                         NSX_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN NSX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-EXCEPTION
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR NOST01O-EXC-COUNT = 30.

           EXEC SQL
                CLOSE NSX_CSR
           END-EXEC.

           IF BANK-ERRMSG = SPACES
               MOVE 'Open nostro exceptions, oldest first'
                 TO GOOD-ERRMSG
           END-IF.

       LIST-EXCEPTIONS-EXIT.
           EXIT.

       P110-FETCH-EXCEPTION.
           EXEC SQL
                FETCH NSX_CSR
                INTO :DCL-NSX-SIDE, :DCL-NSX-REF, :DCL-NSX-STMT-DATE,
                     :DCL-NSX-SEQ, :DCL-NSX-DC, :DCL-NSX-AMOUNT,
                     :DCL-NSX-VALUE-DATE, :DCL-NSX-REASON,
                     :DCL-NSX-CREATED-TS
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO NOST01O-EXC-COUNT
               MOVE NOST01O-EXC-COUNT TO WS-SUB
               MOVE DCL-NSX-SIDE       TO NOST01O-SIDE(WS-SUB)
               MOVE DCL-NSX-REF        TO NOST01O-REF(WS-SUB)
               MOVE DCL-NSX-STMT-DATE  TO NOST01O-STMT-DATE(WS-SUB)
               MOVE DCL-NSX-SEQ        TO NOST01O-SEQ(WS-SUB)
               MOVE DCL-NSX-DC         TO NOST01O-DC(WS-SUB)
               MOVE DCL-NSX-AMOUNT     TO NOST01O-AMOUNT(WS-SUB)
               MOVE DCL-NSX-VALUE-DATE TO NOST01O-VALUE-DATE(WS-SUB)
               MOVE DCL-NSX-REASON     TO NOST01O-REASON(WS-SUB)
               MOVE DCL-NSX-CREATED-TS(1:10) TO WS-OLD-DATE-X
               COMPUTE WS-OLD-SERIAL =
                   (WS-OLD-YYYY * 360) + (WS-OLD-MM * 30)
                   + WS-OLD-DD
               COMPUTE NOST01O-AGE-DAYS(WS-SUB) =
                   WS-TODAY-SERIAL - WS-OLD-SERIAL
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Close an open item with the officer's note - a note is
      * required.  The item stays a reconciling item on the proof
      * until a statement matches it or it is posted.
      *=================================================================
       P200-DISPOSITION.
           IF NOST01I-NOTE = SPACES
               MOVE 'Please enter a disposition note' TO BANK-ERRMSG
               GO TO DISPOSITION-EXIT
           END-IF.

           PERFORM P400-READ-EXCEPTION.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DISPOSITION-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKNOSEX
                   SET NSX_STATUS      = 'D',
                       NSX_DISPOSITION = :DCL-NSX-DISPOSITION,
                       NSX_OFFICER     = :DCL-NSX-OFFICER,
                       NSX_RESOLVED_TS = CURRENT TIMESTAMP
                 WHERE NSX_SIDE      = :DCL-NSX-SIDE
                   AND NSX_REF       = :DCL-NSX-REF
                   AND NSX_STMT_DATE = :DCL-NSX-STMT-DATE
                   AND NSX_SEQ       = :DCL-NSX-SEQ
                   AND NSX_STATUS    = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO DISPOSITION-EXIT
           END-IF.

           MOVE 'C' TO CD74I-ACTION.
           STRING 'DISPOSED '      DELIMITED BY SIZE
                  NOST01I-NOTE     DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P450-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Nostro exception dispositioned' TO GOOD-ERRMSG
           END-IF.

       DISPOSITION-EXIT.
           EXIT.

      *=================================================================
      * Post a statement entry the book has no wire for - supervisor
      * or admin, statement side only, with a note.  Money in is
      * DR cash clearing / CR correspondent charges, money out the
      * reverse; the statement line is marked posted for the next
      * DNOST02P run to take into the book balance.
      *=================================================================
       P300-POST-ENTRY.
           IF NOST01I-NOTE = SPACES
               MOVE 'Please enter a note for the posting' TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           MOVE NOST01I-USERID TO WS-OPER-PID.
           MOVE SPACE          TO WS-OPER-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :WS-OPER-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-OPER-PID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Officer is not on file' TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           IF WS-OPER-ROLE NOT = 'A' AND WS-OPER-ROLE NOT = 'S'
               MOVE 'Nostro postings need a supervisor or admin'
                 TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           IF NOST01I-SIDE NOT = 'S'
               MOVE 'Only a statement entry can be posted'
                 TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           PERFORM P400-READ-EXCEPTION.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-ENTRY-EXIT
           END-IF.

           MOVE DCL-NSX-STMT-DATE TO DCL-NSL-STMT-DATE.
           MOVE DCL-NSX-SEQ       TO DCL-NSL-SEQ.

           EXEC SQL
                SELECT NSL_DC, NSL_AMOUNT, NSL_REF
                  INTO :DCL-NSL-DC, :DCL-NSL-AMOUNT, :DCL-NSL-REF
                  FROM BNKNOSTM
                 WHERE NSL_STMT_DATE = :DCL-NSL-STMT-DATE
                   AND NSL_SEQ       = :DCL-NSL-SEQ
                   AND NSL_STATUS    = 'U'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Statement entry is no longer unmatched'
                 TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO GLJN01-DATA WS-GLJN-ERRMSG.
           MOVE 'DNOST01P'     TO GLJN01I-SOURCE.
           IF DCL-NSL-CREDIT
               MOVE GL-CASH-CLEARING   TO GLJN01I-DR-ACCOUNT
               MOVE GL-CORRESP-CHARGES TO GLJN01I-CR-ACCOUNT
           ELSE
               MOVE GL-CORRESP-CHARGES TO GLJN01I-DR-ACCOUNT
               MOVE GL-CASH-CLEARING   TO GLJN01I-CR-ACCOUNT
           END-IF.
           MOVE DCL-NSL-AMOUNT TO GLJN01I-AMOUNT.
           MOVE 'W'            TO GLJN01I-CATEGORY.
           MOVE SPACES         TO GLJN01I-ACCNO.
           MOVE DCL-NSL-REF    TO GLJN01I-REF.

           CALL 'DGLJN01P' USING BY REFERENCE GLJN01-DATA
                                 BY REFERENCE WS-GLJN-ERRMSG.

           IF WS-GLJN-ERRMSG NOT = SPACES
               MOVE WS-GLJN-ERRMSG TO BANK-ERRMSG
               GO TO POST-ENTRY-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKNOSTM
                   SET NSL_STATUS      = 'P',
                       NSL_POSTED_DATE = ' '
                 WHERE NSL_STMT_DATE = :DCL-NSL-STMT-DATE
                   AND NSL_SEQ       = :DCL-NSL-SEQ
                   AND NSL_STATUS    = 'U'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-ENTRY-EXIT
           END-IF.

           EXEC SQL
                UPDATE BNKNOSEX
                   SET NSX_STATUS      = 'P',
                       NSX_DISPOSITION = :DCL-NSX-DISPOSITION,
                       NSX_OFFICER     = :DCL-NSX-OFFICER,
                       NSX_RESOLVED_TS = CURRENT TIMESTAMP
                 WHERE NSX_SIDE      = :DCL-NSX-SIDE
                   AND NSX_REF       = :DCL-NSX-REF
                   AND NSX_STMT_DATE = :DCL-NSX-STMT-DATE
                   AND NSX_SEQ       = :DCL-NSX-SEQ
                   AND NSX_STATUS    = 'O'
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO POST-ENTRY-EXIT
           END-IF.

           MOVE 'P'            TO CD74I-ACTION.
           MOVE DCL-NSL-AMOUNT TO WS-AMT-DSP.
           STRING 'POSTED '        DELIMITED BY SIZE
                  DCL-NSL-DC       DELIMITED BY SIZE
                  WS-AMT-DSP       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NOST01I-NOTE     DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P450-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Statement entry posted to the nostro'
                 TO GOOD-ERRMSG
           END-IF.

       POST-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The open item named on the screen, with the before image for
      * the audit row.
      *-----------------------------------------------------------------
       P400-READ-EXCEPTION.
           MOVE NOST01I-SIDE      TO DCL-NSX-SIDE.
           MOVE NOST01I-REF       TO DCL-NSX-REF.
           MOVE NOST01I-STMT-DATE TO DCL-NSX-STMT-DATE.
           MOVE NOST01I-SEQ       TO DCL-NSX-SEQ.
           MOVE NOST01I-NOTE      TO DCL-NSX-DISPOSITION.
           MOVE NOST01I-USERID    TO DCL-NSX-OFFICER.

           EXEC SQL
                SELECT NSX_DC, NSX_AMOUNT, NSX_REASON
                  INTO :DCL-NSX-DC, :DCL-NSX-AMOUNT, :DCL-NSX-REASON
                  FROM BNKNOSEX
                 WHERE NSX_SIDE      = :DCL-NSX-SIDE
                   AND NSX_REF       = :DCL-NSX-REF
                   AND NSX_STMT_DATE = :DCL-NSX-STMT-DATE
                   AND NSX_SEQ       = :DCL-NSX-SEQ
                   AND NSX_STATUS    = 'O'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Nostro exception is not open' TO BANK-ERRMSG
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P450-WRITE-AUDIT.
           MOVE SPACES TO WS-AUDIT-ERRMSG.
           MOVE NOST01I-USERID TO CD74I-USERID.
           MOVE 'DNOST01P'     TO CD74I-PROGRAM.
           MOVE 'BNKNOSEX'     TO CD74I-TABLE.
           MOVE DCL-NSX-SEQ    TO WS-SEQ-DSP.
           IF DCL-NSX-STATEMENT-SIDE
               STRING 'S '              DELIMITED BY SIZE
                      DCL-NSX-STMT-DATE DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-SEQ-DSP        DELIMITED BY SIZE
                 INTO CD74I-KEY
           ELSE
               STRING 'B '              DELIMITED BY SIZE
                      DCL-NSX-REF       DELIMITED BY SIZE
                 INTO CD74I-KEY
           END-IF.
           MOVE DCL-NSX-AMOUNT TO WS-AMT-DSP.
           STRING 'OPEN '          DELIMITED BY SIZE
                  DCL-NSX-DC       DELIMITED BY SIZE
                  WS-AMT-DSP       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  DCL-NSX-REASON   DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Nostro exceptions failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
