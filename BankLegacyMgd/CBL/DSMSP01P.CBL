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
001300* Program:     DSMSP01P.CBL                                    *
001400* Function:    Mobile number and alert channels behind the      *
001500*              Mobile & Alert Channels screen.  'L' lists the   *
001600*              customer's BNKMOBL number and status and, for    *
001700*              each alert type, the channel DBANK20P will use - *
001800*              the BNKCHPF row, else the house default (one-    *
001900*              time codes by text once a mobile is verified,    *
002000*              the rest by e-mail).  'R' registers a number:    *
002100*              its last ten digits must agree with the BCS_TEL  *
002200*              on the customer record, it is held pending and   *
002300*              DSTEP01P texts it a MOBVERFY code.  'V' takes    *
002400*              the code back and, on a pass, marks the number   *
002500*              verified - only then is it sent alerts.  'C'     *
002600*              sets one type's channel, E e-mail, S text or B   *
002700*              both; a text channel needs a verified mobile.    *
002800*              Every change is audited to BNKMADT through       *
002900*              DBANK74P, the number shown by its last four      *
003000*              digits only.                                     *
003100*              SQL version                                      *
003200*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSMSP01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-STEP-ERRMSG                    PIC X(65).
           05  WS-STEP-GOODMSG                   PIC X(65).
           05  WS-MOB-FOUND-SW                   PIC X(1).
               88  WS-MOB-FOUND                  VALUE 'Y'.
           05  WS-PREF-FOUND-SW                  PIC X(1).
               88  WS-PREF-FOUND                 VALUE 'Y'.
      *-----------------------------------------------------------------
      * A number is compared by its digits alone, so spaces, dashes
      * and a leading + or country code written either way all agree.
      *-----------------------------------------------------------------
           05  WS-SCAN-TEXT                      PIC X(15).
           05  WS-SCAN-LEN                       PIC S9(4) COMP.
           05  WS-DIGITS                         PIC X(15).
           05  WS-DIGIT-COUNT                    PIC S9(4) COMP.
           05  WS-MOB-DIGITS                     PIC X(15).
           05  WS-MOB-COUNT                      PIC S9(4) COMP.
           05  WS-TEL-DIGITS                     PIC X(15).
           05  WS-TEL-COUNT                      PIC S9(4) COMP.
           05  WS-MOB-LAST4                      PIC X(7).
           05  WS-OLD-LAST4                      PIC X(7).
           05  WS-CHANNEL-WORD                   PIC X(20).

      *-----------------------------------------------------------------
      * The alert types a channel can be chosen for, as DBANK20P maps
      * each notice to one.
      *-----------------------------------------------------------------
       01  WS-TYPE-NAMES.
           05  FILLER  PIC X(21) VALUE 'LLow balance         '.
           05  FILLER  PIC X(21) VALUE 'HHigh balance        '.
           05  FILLER  PIC X(21) VALUE 'CCredit in           '.
           05  FILLER  PIC X(21) VALUE 'DDebit out           '.
           05  FILLER  PIC X(21) VALUE 'SDaily spend         '.
           05  FILLER  PIC X(21) VALUE 'XLarge transfer      '.
           05  FILLER  PIC X(21) VALUE 'OOne-time code       '.
           05  FILLER  PIC X(21) VALUE 'NOther notices       '.
       01  WS-TYPE-NAMES-R REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME OCCURS 8 TIMES.
               10  WS-TN-CODE                    PIC X(1).
               10  WS-TN-DESC                    PIC X(20).

           COPY CBANKVC74.
           COPY CSTEP01.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMB
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCH
           END-EXEC.

           COPY CBANKSMBX.
           COPY CBANKSCHX.

       01  WS-CUST-PID                           PIC X(5).
       01  WS-CUST-TEL                           PIC X(12).

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CSMSP01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference SMSP01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO SMSP01O-MOBILE SMSP01O-MOB-STATUS
                          SMSP01O-VERIFIED-TS.
           MOVE ZERO   TO SMSP01O-TYPE-COUNT.

           IF SMSP01I-PID = SPACES
               MOVE SMSP01I-USERID TO SMSP01I-PID
           END-IF.

           EVALUATE TRUE
               WHEN SMSP01I-LIST
                   PERFORM P100-LIST-CHANNELS
               WHEN SMSP01I-REGISTER
                   PERFORM P200-REGISTER-MOBILE THRU
                           REGISTER-MOBILE-EXIT
               WHEN SMSP01I-VERIFY
                   PERFORM P300-VERIFY-MOBILE THRU VERIFY-MOBILE-EXIT
               WHEN SMSP01I-CHANNEL
                   PERFORM P400-SET-CHANNEL THRU SET-CHANNEL-EXIT
               WHEN OTHER
                   MOVE 'Invalid alert channel function' TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * The mobile and every type with the channel in force.
      *=================================================================
       P100-LIST-CHANNELS.
           PERFORM P150-READ-MOBILE.

           IF WS-MOB-FOUND
               MOVE DCL-MOB-NUMBER      TO SMSP01O-MOBILE
               MOVE DCL-MOB-STATUS      TO SMSP01O-MOB-STATUS
               IF DCL-MOB-VERIFIED
                   MOVE DCL-MOB-VERIFIED-TS TO SMSP01O-VERIFIED-TS
               END-IF
           END-IF.

           PERFORM P110-ONE-TYPE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8 OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG = SPACES
               MOVE 'Alert channels in force' TO GOOD-ERRMSG
           END-IF.

       P110-ONE-TYPE.
           ADD 1 TO SMSP01O-TYPE-COUNT.
           MOVE WS-TN-CODE(WS-SUB)  TO SMSP01O-P-TYPE(WS-SUB).
           MOVE WS-TN-DESC(WS-SUB)  TO SMSP01O-P-DESC(WS-SUB).
           MOVE SPACES              TO SMSP01O-P-UPDATED-TS(WS-SUB).
           SET SMSP01O-P-DEFAULT(WS-SUB) TO TRUE.

           IF WS-TN-CODE(WS-SUB) = 'O' AND SMSP01O-MOB-VERIFIED
               MOVE 'S' TO SMSP01O-P-CHANNEL(WS-SUB)
           ELSE
               MOVE 'E' TO SMSP01O-P-CHANNEL(WS-SUB)
           END-IF.

           MOVE WS-TN-CODE(WS-SUB) TO DCL-CHP-TYPE.
           PERFORM P160-READ-PREF.

           IF WS-PREF-FOUND
               MOVE DCL-CHP-CHANNEL    TO SMSP01O-P-CHANNEL(WS-SUB)
               MOVE DCL-CHP-UPDATED-TS TO SMSP01O-P-UPDATED-TS(WS-SUB)
               SET SMSP01O-P-ON-TABLE(WS-SUB) TO TRUE
           END-IF.

       P150-READ-MOBILE.
           MOVE 'N'         TO WS-MOB-FOUND-SW.
           MOVE SMSP01I-PID TO DCL-MOB-PID.

           EXEC SQL
                SELECT MOB_NUMBER, MOB_STATUS, MOB_VERIFIED_TS
                  INTO :DCL-MOB-NUMBER, :DCL-MOB-STATUS,
                       :DCL-MOB-VERIFIED-TS:DCL-MOB-VERIFIED-TS-NULL
                  FROM BNKMOBL
                 WHERE MOB_PID = :DCL-MOB-PID
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-MOB-FOUND TO TRUE
               IF DCL-MOB-VERIFIED-TS-NULL < ZERO
                   MOVE SPACES TO DCL-MOB-VERIFIED-TS
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P160-READ-PREF.
           MOVE 'N'         TO WS-PREF-FOUND-SW.
           MOVE SMSP01I-PID TO DCL-CHP-PID.

           EXEC SQL
                SELECT CHP_CHANNEL, CHP_UPDATED_TS
                  INTO :DCL-CHP-CHANNEL, :DCL-CHP-UPDATED-TS
                  FROM BNKCHPF
                 WHERE CHP_PID  = :DCL-CHP-PID
                   AND CHP_TYPE = :DCL-CHP-TYPE
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-PREF-FOUND TO TRUE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *=================================================================
      * A new number - it must be the customer's own, the one on
      * their record, and it stays pending until they key back the
      * code it is sent.  A new number replaces a verified one, so
      * texts stop until the new one is proved.
      *=================================================================
       P200-REGISTER-MOBILE.
           MOVE SMSP01I-MOBILE TO WS-SCAN-TEXT.
           MOVE 15             TO WS-SCAN-LEN.
           PERFORM P500-EXTRACT-DIGITS.
           MOVE WS-DIGITS      TO WS-MOB-DIGITS.
           MOVE WS-DIGIT-COUNT TO WS-MOB-COUNT.

           IF WS-MOB-COUNT < 10
               MOVE 'Please enter the full mobile number' TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           MOVE SMSP01I-PID TO WS-CUST-PID.
           MOVE SPACES      TO WS-CUST-TEL.

           EXEC SQL
                SELECT BCS_TEL
                  INTO :WS-CUST-TEL
                  FROM BNKCUST
                 WHERE BCS_PID = :WS-CUST-PID
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Customer is not on file' TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           MOVE WS-CUST-TEL    TO WS-SCAN-TEXT.
           MOVE 12             TO WS-SCAN-LEN.
           PERFORM P500-EXTRACT-DIGITS.
           MOVE WS-DIGITS      TO WS-TEL-DIGITS.
           MOVE WS-DIGIT-COUNT TO WS-TEL-COUNT.

           IF WS-TEL-COUNT < 10
               MOVE 'No telephone on file to match - update it first'
                 TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           IF WS-MOB-DIGITS(WS-MOB-COUNT - 9:10) NOT =
              WS-TEL-DIGITS(WS-TEL-COUNT - 9:10)
               MOVE 'Mobile does not match the telephone on file'
                 TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           PERFORM P150-READ-MOBILE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           IF WS-MOB-FOUND AND DCL-MOB-VERIFIED AND
              DCL-MOB-NUMBER = WS-MOB-DIGITS
               MOVE 'This mobile is already verified' TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG WS-OLD-LAST4.
           IF WS-MOB-FOUND
               PERFORM P510-OLD-LAST-FOUR
               MOVE 'C' TO CD74I-ACTION
               STRING 'MOBILE '       DELIMITED BY SIZE
                      WS-OLD-LAST4    DELIMITED BY SPACE
                      ' STATUS '      DELIMITED BY SIZE
                      DCL-MOB-STATUS  DELIMITED BY SIZE
                 INTO CD74I-BEFORE
           ELSE
               MOVE 'A' TO CD74I-ACTION
           END-IF.

           MOVE WS-MOB-DIGITS  TO DCL-MOB-NUMBER.
           MOVE 'P'            TO DCL-MOB-STATUS.
           MOVE SMSP01I-USERID TO DCL-MOB-UPDATED-BY.
           MOVE -1             TO DCL-MOB-VERIFIED-TS-NULL.

           IF WS-MOB-FOUND
               EXEC SQL
                    UPDATE BNKMOBL
                       SET MOB_NUMBER      = :DCL-MOB-NUMBER,
                           MOB_STATUS      = :DCL-MOB-STATUS,
                           MOB_VERIFIED_TS =
                             :DCL-MOB-VERIFIED-TS
                             :DCL-MOB-VERIFIED-TS-NULL,
                           MOB_UPDATED_BY  = :DCL-MOB-UPDATED-BY,
                           MOB_UPDATED_TS  = CURRENT TIMESTAMP
                     WHERE MOB_PID = :DCL-MOB-PID
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO BNKMOBL (
                      MOB_PID,
                      MOB_NUMBER,
                      MOB_STATUS,
                      MOB_UPDATED_BY,
                      MOB_UPDATED_TS
                    ) VALUES (
                      :DCL-MOB-PID,
                      :DCL-MOB-NUMBER,
                      :DCL-MOB-STATUS,
                      :DCL-MOB-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           PERFORM P520-NEW-LAST-FOUR.
           STRING 'MOBILE '       DELIMITED BY SIZE
                  WS-MOB-LAST4    DELIMITED BY SPACE
                  ' STATUS P'     DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

      *    The code goes to the new number - DSTEP01P finds it pending
      *    on BNKMOBL for this purpose.
           MOVE SPACES        TO STEP01-DATA WS-STEP-ERRMSG
                                 WS-STEP-GOODMSG.
           SET STEP01I-ISSUE  TO TRUE.
           MOVE SMSP01I-PID   TO STEP01I-PID.
           MOVE 'MOBVERFY'    TO STEP01I-PURPOSE.

           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE WS-STEP-ERRMSG
                                 BY REFERENCE WS-STEP-GOODMSG.

           IF WS-STEP-ERRMSG NOT = SPACES
               MOVE WS-STEP-ERRMSG TO BANK-ERRMSG
               GO TO REGISTER-MOBILE-EXIT
           END-IF.

           STRING 'Mobile '                DELIMITED BY SIZE
                  WS-MOB-LAST4             DELIMITED BY SPACE
                  ' saved - enter the code just sent to it'
                                           DELIMITED BY SIZE
             INTO GOOD-ERRMSG.

       REGISTER-MOBILE-EXIT.
           EXIT.

      *=================================================================
      * The code keyed back - DSTEP01P checks it (and kills it after
      * three wrong tries); a pass makes the number live for alerts.
      *=================================================================
       P300-VERIFY-MOBILE.
           PERFORM P150-READ-MOBILE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           IF NOT WS-MOB-FOUND OR NOT DCL-MOB-PENDING
               MOVE 'No mobile waiting to be verified' TO BANK-ERRMSG
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           MOVE SPACES        TO STEP01-DATA WS-STEP-ERRMSG
                                 WS-STEP-GOODMSG.
           SET STEP01I-VERIFY TO TRUE.
           MOVE SMSP01I-PID   TO STEP01I-PID.
           MOVE 'MOBVERFY'    TO STEP01I-PURPOSE.
           MOVE SMSP01I-CODE  TO STEP01I-CODE.

           CALL 'DSTEP01P' USING BY REFERENCE STEP01-DATA
                                 BY REFERENCE WS-STEP-ERRMSG
                                 BY REFERENCE WS-STEP-GOODMSG.

           IF WS-STEP-ERRMSG NOT = SPACES
               MOVE WS-STEP-ERRMSG TO BANK-ERRMSG
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           IF NOT STEP01O-VERIFIED
               MOVE 'Wrong step-up code' TO BANK-ERRMSG
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           MOVE SMSP01I-USERID TO DCL-MOB-UPDATED-BY.

           EXEC SQL
                UPDATE BNKMOBL
                   SET MOB_STATUS      = 'V',
                       MOB_VERIFIED_TS = CURRENT TIMESTAMP,
                       MOB_UPDATED_BY  = :DCL-MOB-UPDATED-BY,
                       MOB_UPDATED_TS  = CURRENT TIMESTAMP
                 WHERE MOB_PID = :DCL-MOB-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           PERFORM P510-OLD-LAST-FOUR.
           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           MOVE 'C'    TO CD74I-ACTION.
           STRING 'MOBILE '       DELIMITED BY SIZE
                  WS-OLD-LAST4    DELIMITED BY SPACE
                  ' STATUS P'     DELIMITED BY SIZE
             INTO CD74I-BEFORE.
           STRING 'MOBILE '       DELIMITED BY SIZE
                  WS-OLD-LAST4    DELIMITED BY SPACE
                  ' STATUS V'     DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO VERIFY-MOBILE-EXIT
           END-IF.

           MOVE 'Mobile verified - alerts can now be sent by text'
             TO GOOD-ERRMSG.

       VERIFY-MOBILE-EXIT.
           EXIT.

      *=================================================================
      * One type's channel - a type that exists, E S or B, and a
      * verified mobile before any of it goes by text.
      *=================================================================
       P400-SET-CHANNEL.
           PERFORM P410-FIND-TYPE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8
                  OR WS-TN-CODE(WS-SUB) = SMSP01I-TYPE.

           IF WS-SUB > 8
               MOVE 'Please select an alert type' TO BANK-ERRMSG
               GO TO SET-CHANNEL-EXIT
           END-IF.

           IF SMSP01I-CHANNEL-TO NOT = 'E' AND
              SMSP01I-CHANNEL-TO NOT = 'S' AND
              SMSP01I-CHANNEL-TO NOT = 'B'
               MOVE 'Channel must be E e-mail, S text or B both'
                 TO BANK-ERRMSG
               GO TO SET-CHANNEL-EXIT
           END-IF.

           PERFORM P150-READ-MOBILE.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-CHANNEL-EXIT
           END-IF.

           IF SMSP01I-CHANNEL-TO NOT = 'E'
               IF NOT WS-MOB-FOUND OR NOT DCL-MOB-VERIFIED
                   MOVE 'Verify a mobile before choosing text alerts'
                     TO BANK-ERRMSG
                   GO TO SET-CHANNEL-EXIT
               END-IF
           END-IF.

           MOVE SMSP01I-TYPE TO DCL-CHP-TYPE.
           PERFORM P160-READ-PREF.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-CHANNEL-EXIT
           END-IF.

           MOVE SPACES TO CD74-DATA WS-AUDIT-ERRMSG.
           IF WS-PREF-FOUND
               MOVE 'C' TO CD74I-ACTION
               STRING 'CHANNEL '      DELIMITED BY SIZE
                      DCL-CHP-CHANNEL DELIMITED BY SIZE
                 INTO CD74I-BEFORE
           ELSE
               MOVE 'A' TO CD74I-ACTION
               MOVE 'DEFAULT CHANNEL' TO CD74I-BEFORE
           END-IF.

           MOVE SMSP01I-CHANNEL-TO TO DCL-CHP-CHANNEL.
           MOVE SMSP01I-USERID     TO DCL-CHP-UPDATED-BY.

           IF WS-PREF-FOUND
               EXEC SQL
                    UPDATE BNKCHPF
                       SET CHP_CHANNEL    = :DCL-CHP-CHANNEL,
                           CHP_UPDATED_BY = :DCL-CHP-UPDATED-BY,
                           CHP_UPDATED_TS = CURRENT TIMESTAMP
                     WHERE CHP_PID  = :DCL-CHP-PID
                       AND CHP_TYPE = :DCL-CHP-TYPE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO BNKCHPF (
                      CHP_PID,
                      CHP_TYPE,
                      CHP_CHANNEL,
                      CHP_UPDATED_BY,
                      CHP_UPDATED_TS
                    ) VALUES (
                      :DCL-CHP-PID,
                      :DCL-CHP-TYPE,
                      :DCL-CHP-CHANNEL,
                      :DCL-CHP-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-CHANNEL-EXIT
           END-IF.

           STRING 'CHANNEL '         DELIMITED BY SIZE
                  DCL-CHP-CHANNEL    DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-AUDIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO SET-CHANNEL-EXIT
           END-IF.

           EVALUATE SMSP01I-CHANNEL-TO
               WHEN 'E'
                   MOVE 'e-mail'          TO WS-CHANNEL-WORD
               WHEN 'S'
                   MOVE 'text'            TO WS-CHANNEL-WORD
               WHEN OTHER
                   MOVE 'text and e-mail' TO WS-CHANNEL-WORD
           END-EVALUATE.

           STRING WS-TN-DESC(WS-SUB)   DELIMITED BY '  '
                  ' alerts now go by ' DELIMITED BY SIZE
                  WS-CHANNEL-WORD      DELIMITED BY '  '
             INTO GOOD-ERRMSG.

       SET-CHANNEL-EXIT.
           EXIT.

       P410-FIND-TYPE.
           CONTINUE.

      *=================================================================
      * The digits of WS-SCAN-TEXT, left-justified in WS-DIGITS.
      *=================================================================
       P500-EXTRACT-DIGITS.
           MOVE SPACES TO WS-DIGITS.
           MOVE ZERO   TO WS-DIGIT-COUNT.

           PERFORM P505-TAKE-DIGIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SCAN-LEN.

       P505-TAKE-DIGIT.
           IF WS-SCAN-TEXT(WS-SUB:1) IS NUMERIC AND
              WS-DIGIT-COUNT < 15
               ADD 1 TO WS-DIGIT-COUNT
               MOVE WS-SCAN-TEXT(WS-SUB:1)
                 TO WS-DIGITS(WS-DIGIT-COUNT:1)
           END-IF.

      *-----------------------------------------------------------------
      * A number shows in the audit by its last four digits only.
      *-----------------------------------------------------------------
       P510-OLD-LAST-FOUR.
           MOVE DCL-MOB-NUMBER TO WS-SCAN-TEXT.
           MOVE 15             TO WS-SCAN-LEN.
           PERFORM P500-EXTRACT-DIGITS.
           MOVE SPACES         TO WS-OLD-LAST4.
           IF WS-DIGIT-COUNT > 3
               STRING '...'                           DELIMITED BY SIZE
                      WS-DIGITS(WS-DIGIT-COUNT - 3:4) DELIMITED BY SIZE
                 INTO WS-OLD-LAST4
           END-IF.

       P520-NEW-LAST-FOUR.
           MOVE SPACES TO WS-MOB-LAST4.
           STRING '...'                            DELIMITED BY SIZE
                  WS-MOB-DIGITS(WS-MOB-COUNT - 3:4) DELIMITED BY SIZE
             INTO WS-MOB-LAST4.

       P600-AUDIT.
           MOVE SMSP01I-USERID   TO CD74I-USERID.
           MOVE 'DSMSP01P'       TO CD74I-PROGRAM.
           IF SMSP01I-CHANNEL
               MOVE 'BNKCHPF'    TO CD74I-TABLE
               STRING SMSP01I-PID  DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      SMSP01I-TYPE DELIMITED BY SIZE
                 INTO CD74I-KEY
           ELSE
               MOVE 'BNKMOBL'    TO CD74I-TABLE
               MOVE SMSP01I-PID  TO CD74I-KEY
           END-IF.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Alert channels failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
