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
001300* Program:     DGLJN01P.CBL                                    *
001400* Function:    GL journal staging - the single writer of       *
001500*              BNKGLJNL.  Takes one balanced entry (debit GL   *
001600*              account, credit GL account, amount) from a      *
001700*              sub-ledger that has a GL movement no BNKTXN     *
001800*              row describes, and stages it as a DR line and a *
001900*              CR line stamped with the bank business date.    *
002000*              DBANK39P's nightly extract appends the day's    *
002100*              lines to the interface file, inside the same    *
002200*              balance check as the transaction mapping.       *
002300*              Runs in the caller's unit of work - no commit.  *
002400*              SQL version                                      *
002500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DGLJN01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-BDATE-ERRMSG                   PIC X(65).
           05  WS-BDATE-GOODMSG                  PIC X(65).

           COPY CBANKVC91.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSGJ
           END-EXEC.

           COPY CBANKSGJX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CGLJN01.

       01 BANK-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference GLJN01-DATA
                                   by Reference BANK-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GLJN01O-DATA.

           PERFORM P100-VALIDATE-ENTRY THRU VALIDATE-ENTRY-EXIT.

           IF BANK-ERRMSG = SPACES
               PERFORM P200-STAGE-ENTRY
           END-IF.

           IF BANK-ERRMSG = SPACES
               SET GLJN01O-SAVE-OK TO TRUE
           END-IF.

           GOBACK.

      *=================================================================
      * A zero entry is nothing to stage; a one-sided or self-
      * cancelling pair is a caller bug, refused outright.
      *=================================================================
       P100-VALIDATE-ENTRY.
           IF GLJN01I-AMOUNT = ZERO
               GO TO VALIDATE-ENTRY-EXIT
           END-IF.

           IF GLJN01I-AMOUNT < ZERO
               MOVE 'GL journal amount cannot be negative'
                 TO BANK-ERRMSG
               GO TO VALIDATE-ENTRY-EXIT
           END-IF.

           IF GLJN01I-DR-ACCOUNT = ZERO OR
              GLJN01I-CR-ACCOUNT = ZERO OR
              GLJN01I-DR-ACCOUNT = GLJN01I-CR-ACCOUNT
               MOVE 'GL journal needs two different GL accounts'
                 TO BANK-ERRMSG
               GO TO VALIDATE-ENTRY-EXIT
           END-IF.

       VALIDATE-ENTRY-EXIT.
           EXIT.

      *=================================================================
      * The DR line is sequence 1 and the CR line sequence 2, written
      * back to back so the pair reads back together; the business
      * date comes off the BNKBDATE control exactly as DBANK06P
      * stamps BTX_POST_DATE.
      *=================================================================
       P200-STAGE-ENTRY.
           IF GLJN01I-AMOUNT = ZERO
               GO TO STAGE-ENTRY-EXIT
           END-IF.

           MOVE SPACES        TO CD91-DATA WS-BDATE-ERRMSG.
           SET CD91I-QUERY    TO TRUE.

           CALL 'DBANK91P' USING BY REFERENCE CD91-DATA
                                 BY REFERENCE WS-BDATE-ERRMSG
                                 BY REFERENCE WS-BDATE-GOODMSG.

           IF WS-BDATE-ERRMSG = SPACES
               MOVE CD91O-CURR-DATE TO DCL-GLJ-POST-DATE
           ELSE
               MOVE SPACES TO DCL-GLJ-POST-DATE
           END-IF.

           MOVE GLJN01I-SOURCE   TO DCL-GLJ-SOURCE.
           MOVE GLJN01I-AMOUNT   TO DCL-GLJ-AMOUNT.
           MOVE GLJN01I-CATEGORY TO DCL-GLJ-CATEGORY.
           MOVE GLJN01I-ACCNO    TO DCL-GLJ-ACCNO.
           MOVE GLJN01I-REF      TO DCL-GLJ-REF.

           MOVE 1                  TO DCL-GLJ-SEQ.
           MOVE GLJN01I-DR-ACCOUNT TO DCL-GLJ-GL-ACCOUNT.
           SET DCL-GLJ-DEBIT       TO TRUE.
           PERFORM P210-INSERT-LINE.

           MOVE 2                  TO DCL-GLJ-SEQ.
           MOVE GLJN01I-CR-ACCOUNT TO DCL-GLJ-GL-ACCOUNT.
           SET DCL-GLJ-CREDIT      TO TRUE.
           PERFORM P210-INSERT-LINE.

       STAGE-ENTRY-EXIT.
           EXIT.

       P210-INSERT-LINE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO INSERT-LINE-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO BNKGLJNL (
                  GLJ_TIMESTAMP,
                  GLJ_SEQ,
                  GLJ_SOURCE,
                  GLJ_GL_ACCOUNT,
                  GLJ_DRCR,
                  GLJ_AMOUNT,
                  GLJ_CATEGORY,
                  GLJ_ACCNO,
                  GLJ_REF,
                  GLJ_POST_DATE
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-GLJ-SEQ,
                  :DCL-GLJ-SOURCE,
                  :DCL-GLJ-GL-ACCOUNT,
                  :DCL-GLJ-DRCR,
                  :DCL-GLJ-AMOUNT,
                  :DCL-GLJ-CATEGORY,
                  :DCL-GLJ-ACCNO,
                  :DCL-GLJ-REF,
                  :DCL-GLJ-POST-DATE)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       INSERT-LINE-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'GL journal staging failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
