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
001300* Program:     DMKTC01P.CBL                                    *
001400* Function:    Marketing consent register behind the B116       *
001500*              screen.  BCS_SEND_MAIL and BCS_SEND_EMAIL say    *
001600*              whether a customer gets mail at all; BNKMKTC     *
001700*              says whether they agreed to be marketed to, on   *
001800*              which channel, for which purpose, when, and how  *
001900*              the consent was captured.  'G' grants consent    *
002000*              for one channel and purpose (a withdrawn row is  *
002100*              granted again in place), 'W' withdraws it, 'L'   *
002200*              lists the customer's rows and 'Q' answers the    *
002300*              one-line status the Customer 360 page shows.     *
002400*              Every grant and withdrawal writes its before and *
002500*              after images to BNKMADT through DBANK74P.        *
002600*              SQL version                                      *
002700*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DMKTC01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-AUDIT-ERRMSG                   PIC X(65).
           05  WS-EXISTS-SW                      PIC X(1).
               88  WS-ROW-EXISTS                 VALUE 'Y'.
           05  WS-PTR                            PIC S9(4) COMP.
           05  WS-LIST-PTR                       PIC S9(4) COMP.
           05  WS-CHANNEL-LIST                   PIC X(40).
           05  WS-PARTNER-SW                     PIC X(1).
               88  WS-HAS-PARTNER                VALUE 'Y'.
           05  WS-RESEARCH-SW                    PIC X(1).
               88  WS-HAS-RESEARCH               VALUE 'Y'.
           05  WS-CHANNEL-CHECK                  PIC X(1).
               88  WS-CHANNEL-VALID              VALUES 'P' 'E' 'S'
                                                        'T' 'M'.
           05  WS-PURPOSE-CHECK                  PIC X(1).
               88  WS-PURPOSE-VALID              VALUES 'M' 'T' 'R'.
           05  WS-CAPTURE-CHECK                  PIC X(1).
               88  WS-CAPTURE-VALID              VALUES 'B' 'P' 'O'.
           05  WS-CHANNEL-WORD                   PIC X(7).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSMK
           END-EXEC.

           COPY CBANKSMKX.

       01  WS-TODAY-DATE                         PIC X(10).
       01  WS-CUST-COUNT                         PIC S9(4) COMP.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CMKTC01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference MKTC01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.

           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           IF MKTC01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GOBACK
           END-IF.

           MOVE MKTC01I-PID TO DCL-MKC-PID.

           EVALUATE TRUE
               WHEN MKTC01I-LIST
                   PERFORM P100-LIST-CONSENTS
               WHEN MKTC01I-QUERY
                   PERFORM P150-QUERY-STATUS THRU
                           QUERY-STATUS-EXIT
               WHEN MKTC01I-GRANT
                   PERFORM P200-GRANT-CONSENT THRU
                           GRANT-CONSENT-EXIT
               WHEN MKTC01I-WITHDRAW
                   PERFORM P300-WITHDRAW-CONSENT THRU
                           WITHDRAW-CONSENT-EXIT
               WHEN OTHER
                   MOVE 'Invalid marketing consent function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Every row the customer has, granted or withdrawn.
      *=================================================================
       P100-LIST-CONSENTS.
           MOVE ZERO TO MKTC01O-CONSENT-COUNT.

           EXEC SQL
                DECLARE MKC_CSR CURSOR FOR
                SELECT MKC_CHANNEL, MKC_PURPOSE, MKC_STATUS,
                       MKC_GRANT_DTE, MKC_WITHDRAW_DTE, MKC_CAPTURE,
                       MKC_UPDATED_BY
                FROM BNKMKTC
                WHERE MKC_PID = :DCL-MKC-PID
                ORDER BY MKC_PURPOSE, MKC_CHANNEL
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN MKC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P110-FETCH-CONSENT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR MKTC01O-CONSENT-COUNT IS NOT LESS THAN 15.

           EXEC SQL
                CLOSE MKC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES
               IF MKTC01O-CONSENT-COUNT = ZERO
                   MOVE 'No consent recorded - no marketing is sent'
                     TO GOOD-ERRMSG
               ELSE
                   MOVE 'Consents listed' TO GOOD-ERRMSG
               END-IF
           END-IF.

       P110-FETCH-CONSENT.
           EXEC SQL
                FETCH MKC_CSR
                INTO :DCL-MKC-CHANNEL, :DCL-MKC-PURPOSE,
                     :DCL-MKC-STATUS, :DCL-MKC-GRANT-DTE,
                     :DCL-MKC-WITHDRAW-DTE, :DCL-MKC-CAPTURE,
                     :DCL-MKC-UPDATED-BY
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO MKTC01O-CONSENT-COUNT
               MOVE MKTC01O-CONSENT-COUNT TO WS-SUB
               MOVE DCL-MKC-CHANNEL
                 TO MKTC01O-C-CHANNEL(WS-SUB)
               MOVE DCL-MKC-PURPOSE
                 TO MKTC01O-C-PURPOSE(WS-SUB)
               MOVE DCL-MKC-STATUS
                 TO MKTC01O-C-STATUS(WS-SUB)
               MOVE DCL-MKC-GRANT-DTE
                 TO MKTC01O-C-GRANT-DTE(WS-SUB)
               MOVE DCL-MKC-WITHDRAW-DTE
                 TO MKTC01O-C-WITHDRAW-DTE(WS-SUB)
               MOVE DCL-MKC-CAPTURE
                 TO MKTC01O-C-CAPTURE(WS-SUB)
               MOVE DCL-MKC-UPDATED-BY
                 TO MKTC01O-C-UPDATED-BY(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * One line for the Customer 360 page - the live channels for
      * our own products, then whether partner offers or research
      * are agreed too.
      *=================================================================
       P150-QUERY-STATUS.
           PERFORM P100-LIST-CONSENTS.
           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-STATUS-EXIT
           END-IF.

           MOVE SPACES TO MKTC01O-SUMMARY WS-CHANNEL-LIST.
           MOVE 'N' TO WS-PARTNER-SW WS-RESEARCH-SW.
           MOVE 1 TO WS-LIST-PTR.

           PERFORM P160-SUMMARISE-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MKTC01O-CONSENT-COUNT.

           MOVE 1 TO WS-PTR.
           IF WS-LIST-PTR = 1
               STRING 'NO MARKETING CONSENT' DELIMITED BY SIZE
                 INTO MKTC01O-SUMMARY WITH POINTER WS-PTR
           ELSE
               STRING 'MARKETING BY' DELIMITED BY SIZE
                      WS-CHANNEL-LIST(1:WS-LIST-PTR - 1)
                                     DELIMITED BY SIZE
                 INTO MKTC01O-SUMMARY WITH POINTER WS-PTR
           END-IF.

           IF WS-HAS-PARTNER
               STRING ' +PARTNER OFFERS' DELIMITED BY SIZE
                 INTO MKTC01O-SUMMARY WITH POINTER WS-PTR
           END-IF.

           IF WS-HAS-RESEARCH
               STRING ' +RESEARCH' DELIMITED BY SIZE
                 INTO MKTC01O-SUMMARY WITH POINTER WS-PTR
           END-IF.

           MOVE 'Consent status read' TO GOOD-ERRMSG.

       QUERY-STATUS-EXIT.
           EXIT.

       P160-SUMMARISE-ROW.
           IF MKTC01O-C-STATUS(WS-SUB) = 'G'
               EVALUATE MKTC01O-C-PURPOSE(WS-SUB)
                   WHEN 'M'
                       PERFORM P170-CHANNEL-WORD
                       STRING ' '             DELIMITED BY SIZE
                              WS-CHANNEL-WORD DELIMITED BY SPACE
                         INTO WS-CHANNEL-LIST WITH POINTER WS-LIST-PTR
                   WHEN 'T'
                       MOVE 'Y' TO WS-PARTNER-SW
                   WHEN 'R'
                       MOVE 'Y' TO WS-RESEARCH-SW
               END-EVALUATE
           END-IF.

       P170-CHANNEL-WORD.
           EVALUATE MKTC01O-C-CHANNEL(WS-SUB)
               WHEN 'P'   MOVE 'POST'    TO WS-CHANNEL-WORD
               WHEN 'E'   MOVE 'E-MAIL'  TO WS-CHANNEL-WORD
               WHEN 'S'   MOVE 'SMS'     TO WS-CHANNEL-WORD
               WHEN 'T'   MOVE 'PHONE'   TO WS-CHANNEL-WORD
               WHEN 'M'   MOVE 'STMT'    TO WS-CHANNEL-WORD
               WHEN OTHER MOVE MKTC01O-C-CHANNEL(WS-SUB)
                            TO WS-CHANNEL-WORD
           END-EVALUATE.

      *=================================================================
      * Grant consent for one channel and purpose - today's date, and
      * how the customer gave it.
      *=================================================================
       P200-GRANT-CONSENT.
           PERFORM P700-VALIDATE THRU VALIDATE-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO GRANT-CONSENT-EXIT
           END-IF.

           IF WS-ROW-EXISTS AND DCL-MKC-GRANTED
               MOVE 'Consent is already granted for that channel'
                 TO BANK-ERRMSG
               GO TO GRANT-CONSENT-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           IF WS-ROW-EXISTS
               STRING 'STATUS=W WITHDRAWN=' DELIMITED BY SIZE
                      DCL-MKC-WITHDRAW-DTE  DELIMITED BY SIZE
                 INTO CD74I-BEFORE
           END-IF.

           MOVE MKTC01I-CAPTURE TO DCL-MKC-CAPTURE.
           MOVE MKTC01I-USERID  TO DCL-MKC-UPDATED-BY.
           MOVE WS-TODAY-DATE   TO DCL-MKC-GRANT-DTE.
           MOVE SPACES          TO DCL-MKC-WITHDRAW-DTE.

           IF WS-ROW-EXISTS
               EXEC SQL
                    UPDATE BNKMKTC
                       SET MKC_STATUS       = 'G',
                           MKC_GRANT_DTE    = :DCL-MKC-GRANT-DTE,
                           MKC_WITHDRAW_DTE = :DCL-MKC-WITHDRAW-DTE,
                           MKC_CAPTURE      = :DCL-MKC-CAPTURE,
                           MKC_UPDATED_BY   = :DCL-MKC-UPDATED-BY,
                           MKC_UPDATED_TS   = CURRENT TIMESTAMP
                     WHERE MKC_PID     = :DCL-MKC-PID
                       AND MKC_CHANNEL = :DCL-MKC-CHANNEL
                       AND MKC_PURPOSE = :DCL-MKC-PURPOSE
               END-EXEC
               MOVE 'C' TO CD74I-ACTION
           ELSE
               EXEC SQL
                    INSERT INTO BNKMKTC (
                      MKC_PID,
                      MKC_CHANNEL,
                      MKC_PURPOSE,
                      MKC_STATUS,
                      MKC_GRANT_DTE,
                      MKC_WITHDRAW_DTE,
                      MKC_CAPTURE,
                      MKC_UPDATED_BY,
                      MKC_UPDATED_TS
                    ) VALUES (
                      :DCL-MKC-PID,
                      :DCL-MKC-CHANNEL,
                      :DCL-MKC-PURPOSE,
                      'G',
                      :DCL-MKC-GRANT-DTE,
                      :DCL-MKC-WITHDRAW-DTE,
                      :DCL-MKC-CAPTURE,
                      :DCL-MKC-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
               MOVE 'A' TO CD74I-ACTION
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO GRANT-CONSENT-EXIT
           END-IF.

           MOVE SPACES TO CD74I-AFTER.
           STRING 'STATUS=G GRANTED=' DELIMITED BY SIZE
                  DCL-MKC-GRANT-DTE   DELIMITED BY SIZE
                  ' CAPTURE='         DELIMITED BY SIZE
                  DCL-MKC-CAPTURE     DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Consent granted' TO GOOD-ERRMSG
           END-IF.

       GRANT-CONSENT-EXIT.
           EXIT.

      *=================================================================
      * Withdraw consent - it takes effect on the next run of every
      * marketing channel.
      *=================================================================
       P300-WITHDRAW-CONSENT.
           PERFORM P700-VALIDATE THRU VALIDATE-EXIT.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-CONSENT-EXIT
           END-IF.

           IF NOT WS-ROW-EXISTS OR NOT DCL-MKC-GRANTED
               MOVE 'No live consent for that channel and purpose'
                 TO BANK-ERRMSG
               GO TO WITHDRAW-CONSENT-EXIT
           END-IF.

           MOVE SPACES TO CD74I-BEFORE.
           STRING 'STATUS=G GRANTED=' DELIMITED BY SIZE
                  DCL-MKC-GRANT-DTE   DELIMITED BY SIZE
                  ' CAPTURE='         DELIMITED BY SIZE
                  DCL-MKC-CAPTURE     DELIMITED BY SIZE
             INTO CD74I-BEFORE.

           MOVE MKTC01I-CAPTURE TO DCL-MKC-CAPTURE.
           MOVE MKTC01I-USERID  TO DCL-MKC-UPDATED-BY.
           MOVE WS-TODAY-DATE   TO DCL-MKC-WITHDRAW-DTE.

           EXEC SQL
                UPDATE BNKMKTC
                   SET MKC_STATUS       = 'W',
                       MKC_WITHDRAW_DTE = :DCL-MKC-WITHDRAW-DTE,
                       MKC_CAPTURE      = :DCL-MKC-CAPTURE,
                       MKC_UPDATED_BY   = :DCL-MKC-UPDATED-BY,
                       MKC_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE MKC_PID     = :DCL-MKC-PID
                   AND MKC_CHANNEL = :DCL-MKC-CHANNEL
                   AND MKC_PURPOSE = :DCL-MKC-PURPOSE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO WITHDRAW-CONSENT-EXIT
           END-IF.

           MOVE SPACES TO CD74I-AFTER.
           STRING 'STATUS=W WITHDRAWN=' DELIMITED BY SIZE
                  DCL-MKC-WITHDRAW-DTE  DELIMITED BY SIZE
                  ' CAPTURE='           DELIMITED BY SIZE
                  DCL-MKC-CAPTURE       DELIMITED BY SIZE
             INTO CD74I-AFTER.
           MOVE 'C' TO CD74I-ACTION.
           PERFORM P600-WRITE-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE 'Consent withdrawn' TO GOOD-ERRMSG
           END-IF.

       WITHDRAW-CONSENT-EXIT.
           EXIT.

      *=================================================================
      * The audit row - the caller has set the action and images.
      *=================================================================
       P600-WRITE-AUDIT.
           MOVE MKTC01I-USERID TO CD74I-USERID.
           MOVE 'DMKTC01P'     TO CD74I-PROGRAM.
           MOVE 'BNKMKTC '     TO CD74I-TABLE.
           MOVE SPACES         TO CD74I-KEY.
           STRING DCL-MKC-PID     DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  DCL-MKC-CHANNEL DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  DCL-MKC-PURPOSE DELIMITED BY SIZE
             INTO CD74I-KEY.

           MOVE SPACES TO WS-AUDIT-ERRMSG.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * The codes, the customer, and the row for this channel and
      * purpose if there is one.
      *-----------------------------------------------------------------
       P700-VALIDATE.
           MOVE MKTC01I-CHANNEL TO WS-CHANNEL-CHECK.
           IF NOT WS-CHANNEL-VALID
               MOVE 'Channel must be P, E, S, T or M' TO BANK-ERRMSG
               GO TO VALIDATE-EXIT
           END-IF.

           MOVE MKTC01I-PURPOSE TO WS-PURPOSE-CHECK.
           IF NOT WS-PURPOSE-VALID
               MOVE 'Purpose must be M (ours), T (partner) or R'
                 TO BANK-ERRMSG
               GO TO VALIDATE-EXIT
           END-IF.

           MOVE MKTC01I-CAPTURE TO WS-CAPTURE-CHECK.
           IF NOT WS-CAPTURE-VALID
               MOVE 'Captured by must be B (branch), P (phone) or O'
                 TO BANK-ERRMSG
               GO TO VALIDATE-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUST-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-MKC-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO VALIDATE-EXIT
           END-IF.

           IF WS-CUST-COUNT = ZERO
               MOVE 'Customer not on file' TO BANK-ERRMSG
               GO TO VALIDATE-EXIT
           END-IF.

           MOVE MKTC01I-CHANNEL TO DCL-MKC-CHANNEL.
           MOVE MKTC01I-PURPOSE TO DCL-MKC-PURPOSE.
           MOVE 'N' TO WS-EXISTS-SW.

           EXEC SQL
                SELECT MKC_STATUS, MKC_GRANT_DTE, MKC_WITHDRAW_DTE,
                       MKC_CAPTURE
                  INTO :DCL-MKC-STATUS, :DCL-MKC-GRANT-DTE,
                       :DCL-MKC-WITHDRAW-DTE, :DCL-MKC-CAPTURE
                  FROM BNKMKTC
                 WHERE MKC_PID     = :DCL-MKC-PID
                   AND MKC_CHANNEL = :DCL-MKC-CHANNEL
                   AND MKC_PURPOSE = :DCL-MKC-PURPOSE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-EXISTS-SW
           END-IF.

           PERFORM P800-ERROR-CHECK.

       VALIDATE-EXIT.
           EXIT.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Marketing consent failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
