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
001300* Program:     DMASK01P.CBL                                    *
001400* Function:    Masking service for personal identifiers - the   *
001500*              one place BCS_SIN, BCS_TEL, BCS_EMAIL and        *
001600*              CRD_NUMBER are masked, for screens and batch     *
001700*              outputs alike.  'M' masks every value: digits    *
001800*              show only the last four, an e-mail keeps its     *
001900*              first letter and its domain.  'U' is a screen    *
002000*              asking to see the values in clear - only the     *
002100*              compliance and security BCS_ROLEs may, and only  *
002200*              with a reason; every request, granted or         *
002300*              refused, writes one BNKUNMSK row per value of    *
002400*              who, when, from where and why.  'B' is a batch   *
002500*              output: the caller declares the kinds its        *
002600*              recipient is entitled to in clear and every      *
002700*              other kind comes back masked.                    *
002800*              SQL version                                      *
002900*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DMASK01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-POS                            PIC S9(4) COMP.
           05  WS-AT-POS                         PIC S9(4) COMP.
           05  WS-DIGITS-SEEN                    PIC S9(4) COMP.
           05  WS-ENTITLED-HITS                  PIC S9(4) COMP.
      *    How many trailing digits a masked SIN, phone or card
      *    number still shows.
           05  WS-KEEP-DIGITS                    PIC S9(4) COMP
                                                  VALUE 4.
           05  WS-MASK-VALUE                     PIC X(30).
           05  WS-MASK-CHARS REDEFINES WS-MASK-VALUE.
               10  WS-MASK-CHAR                  PIC X(1)
                                                  OCCURS 30 TIMES.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSUM
           END-EXEC.

           COPY CBANKSCSX.
           COPY CBANKSUMX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CMASK01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference MASK01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO MASK01O-DATA.

           IF MASK01I-COUNT < ZERO OR MASK01I-COUNT > 20
               MOVE 'Masking service given a bad value count'
                 TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN MASK01I-MASK
                   PERFORM P500-MASK-ITEM
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > MASK01I-COUNT
               WHEN MASK01I-UNMASK
                   PERFORM P200-UNMASK THRU UNMASK-EXIT
               WHEN MASK01I-BATCH
                   PERFORM P300-BATCH-ITEM
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > MASK01I-COUNT
               WHEN OTHER
                   MOVE 'Invalid masking function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Unmask - the caller's own BCS_ROLE decides, never anything
      * the screen says about itself.  The masked values go back
      * whatever happens, so a refused screen still has something
      * to show; the clear ones only when granted.
      *=================================================================
       P200-UNMASK.
           PERFORM P500-MASK-ITEM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MASK01I-COUNT.

           MOVE MASK01I-USERID TO DCL-BCS-PID.
           MOVE SPACE          TO DCL-BCS-ROLE.

           EXEC SQL
                SELECT BCS_ROLE
                  INTO :DCL-BCS-ROLE
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO UNMASK-EXIT
           END-IF.

           IF NOT DCL-BCS-SEES-CLEAR
               SET DCL-UMK-REFUSED TO TRUE
               MOVE 'Your role may not see these values unmasked'
                 TO BANK-ERRMSG
           ELSE
               IF MASK01I-REASON = SPACES
                   SET DCL-UMK-REFUSED TO TRUE
                   MOVE 'Please give the reason for unmasking'
                     TO BANK-ERRMSG
               ELSE
                   SET DCL-UMK-GRANTED TO TRUE
               END-IF
           END-IF.

      *    A caller not on BNKCUST left +100 behind - still logged.
           MOVE ZERO TO SQLCODE.

           PERFORM P400-LOG-REQUEST
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MASK01I-COUNT
                  OR SQLCODE NOT = ZERO.

           PERFORM P800-ERROR-CHECK.

           IF DCL-UMK-GRANTED AND BANK-ERRMSG = SPACES
               PERFORM P210-RETURN-CLEAR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MASK01I-COUNT
               SET MASK01O-CLEAR TO TRUE
               MOVE 'Values unmasked - this access has been logged'
                 TO GOOD-ERRMSG
           END-IF.

       UNMASK-EXIT.
           EXIT.

       P210-RETURN-CLEAR.
           MOVE MASK01I-VALUE(WS-SUB) TO MASK01O-VALUE(WS-SUB).

      *=================================================================
      * Batch - a kind the output declared itself entitled to goes
      * out as it is; anything else is masked exactly as a screen
      * would show it.
      *=================================================================
       P300-BATCH-ITEM.
           MOVE ZERO TO WS-ENTITLED-HITS.

           IF MASK01I-KIND(WS-SUB) NOT = SPACE
               INSPECT MASK01I-ENTITLED TALLYING WS-ENTITLED-HITS
                   FOR ALL MASK01I-KIND(WS-SUB)
           END-IF.

           IF WS-ENTITLED-HITS > ZERO
               MOVE MASK01I-VALUE(WS-SUB) TO MASK01O-VALUE(WS-SUB)
           ELSE
               PERFORM P500-MASK-ITEM
           END-IF.

      *=================================================================
      * One BNKUNMSK row per value asked for - the same outcome on
      * each, so the log reads per identifier exposed.
      *=================================================================
       P400-LOG-REQUEST.
           MOVE MASK01I-USERID       TO DCL-UMK-USERID.
           MOVE DCL-BCS-ROLE         TO DCL-UMK-ROLE.
           MOVE MASK01I-SOURCE       TO DCL-UMK-SOURCE.
           MOVE MASK01I-PID          TO DCL-UMK-PID.
           MOVE MASK01I-KIND(WS-SUB) TO DCL-UMK-KIND.
           MOVE MASK01I-REASON       TO DCL-UMK-REASON.

           EXEC SQL
                INSERT INTO BNKUNMSK (
                  UMK_TIMESTAMP,
                  UMK_USERID,
                  UMK_ROLE,
                  UMK_SOURCE,
                  UMK_PID,
                  UMK_KIND,
                  UMK_REASON,
                  UMK_OUTCOME
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-UMK-USERID,
                  :DCL-UMK-ROLE,
                  :DCL-UMK-SOURCE,
                  :DCL-UMK-PID,
                  :DCL-UMK-KIND,
                  :DCL-UMK-REASON,
                  :DCL-UMK-OUTCOME)
           END-EXEC.

      *=================================================================
      * Mask one value.  Digits are counted from the right so the
      * last four survive whatever the punctuation (416-555-1234
      * shows as ***-***-1234); an e-mail keeps its first letter
      * and everything from the '@' on.
      *=================================================================
       P500-MASK-ITEM.
           MOVE MASK01I-VALUE(WS-SUB) TO WS-MASK-VALUE.

           IF MASK01I-EMAIL(WS-SUB)
               PERFORM P520-MASK-EMAIL
           ELSE
               MOVE ZERO TO WS-DIGITS-SEEN
               PERFORM P510-MASK-DIGIT
                   VARYING WS-POS FROM 30 BY -1
                   UNTIL WS-POS < 1
           END-IF.

           MOVE WS-MASK-VALUE TO MASK01O-VALUE(WS-SUB).

       P510-MASK-DIGIT.
           IF WS-MASK-CHAR(WS-POS) IS NUMERIC
               ADD 1 TO WS-DIGITS-SEEN
               IF WS-DIGITS-SEEN > WS-KEEP-DIGITS
                   MOVE '*' TO WS-MASK-CHAR(WS-POS)
               END-IF
           END-IF.

      *    With no '@' at all the tally runs to 30 and everything
      *    after the first letter masks.
       P520-MASK-EMAIL.
           MOVE ZERO TO WS-AT-POS.
           INSPECT WS-MASK-VALUE TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'.

           PERFORM P525-MASK-LOCAL-PART
               VARYING WS-POS FROM 2 BY 1
               UNTIL WS-POS > WS-AT-POS.

       P525-MASK-LOCAL-PART.
           IF WS-MASK-CHAR(WS-POS) NOT = SPACE
               MOVE '*' TO WS-MASK-CHAR(WS-POS)
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Masking service failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
