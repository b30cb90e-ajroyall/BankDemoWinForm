001800*              table's own high-water mark); 'I' lists a        *
001900*              case's items; 'A' attaches an evidence item -    *
002000*              a BNKTXN row by its timestamp, a BNKWHIT hit, a  *
002100*              BNKSTRC finding, a fraud hold, a BNKHOLD         *
      *              deposit hold by its timestamp, a takeover        *
      *              timeline event by its timestamp; 'N' adds a      *
002200*              narrative line; 'F' closes the case filed and    *
002300*              writes the regulator's suspicious-activity       *
002400*              document (SARnnnnnnn.TXT - case header,          *
002800*              deleted - the rows are the retention trail, and  *
002900*              the DBANK51P archive run does not touch these    *
003000*              tables.                                          *
003010*              The regulator is entitled to BCS_SIN and BCS_TEL *
003020*              in clear - declared in WS-MASK-ENTITLED for      *
003030*              DMASK01P.                                        *
003100*              SQL version                                      *
003200*****************************************************************

               88  WS-SAR-OK                     VALUE "00".
           05  WS-CASENO-DSP                     PIC 9(7).
           05  WS-TYPE-DESC                      PIC X(12).
           05  WS-SAR-SIN                        PIC X(9).
           05  WS-SAR-TEL                        PIC X(12).

      *-----------------------------------------------------------------
      * Clear-value entitlement of the SAR document for DMASK01P - the
      * kinds (S SIN, T phone, E e-mail, C card number) the recipient
      * may have in clear.  Anything else written there is masked.
      *-----------------------------------------------------------------
       01  WS-MASK-ENTITLED                      PIC X(4) VALUE 'ST'.
       01  WS-MASK-ERRMSG                        PIC X(65).
       01  WS-MASK-GOODMSG                       PIC X(65).

           COPY CMASK01.

           EXEC SQL
                BEGIN DECLARE SECTION
               IF CASE01I-ITEM-TYPE NOT = 'T' AND
                  CASE01I-ITEM-TYPE NOT = 'W' AND
                  CASE01I-ITEM-TYPE NOT = 'S' AND
                  CASE01I-ITEM-TYPE NOT = 'F' AND
                  CASE01I-ITEM-TYPE NOT = 'H' AND
                  CASE01I-ITEM-TYPE NOT = 'E'
                   MOVE 'Item type must be T, W, S, F, H or E'
                     TO BANK-ERRMSG
                   GO TO ADD-ITEM-EXIT
               END-IF

           PERFORM P800-ERROR-CHECK.

           PERFORM P605-MASK-SUBJECT.

           MOVE SPACES TO SARDOC-RECORD.
           STRING 'SUBJECT: '   DELIMITED BY SIZE
                  DCL-BCS-NAME  DELIMITED BY SIZE
                  ' PID '       DELIMITED BY SIZE
                  DCL-CSE-PID   DELIMITED BY SIZE
                  ' SIN '       DELIMITED BY SIZE
                  WS-SAR-SIN    DELIMITED BY SIZE
             INTO SARDOC-RECORD.
           WRITE SARDOC-RECORD.

                  ' '           DELIMITED BY SIZE
                  DCL-BCS-ADDR2 DELIMITED BY SIZE
                  ' TEL '       DELIMITED BY SIZE
                  WS-SAR-TEL    DELIMITED BY SIZE
             INTO SARDOC-RECORD.
           WRITE SARDOC-RECORD.

       WRITE-SAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The subject's SIN and telephone as the document is entitled
      * to carry them.
      *-----------------------------------------------------------------
       P605-MASK-SUBJECT.
           MOVE SPACES           TO MASK01-DATA WS-MASK-ERRMSG.
           SET MASK01I-BATCH     TO TRUE.
           MOVE 'SARDOC'         TO MASK01I-SOURCE.
           MOVE WS-MASK-ENTITLED TO MASK01I-ENTITLED.
           MOVE 2                TO MASK01I-COUNT.
           MOVE 'S'              TO MASK01I-KIND(1).
           MOVE DCL-BCS-SIN      TO MASK01I-VALUE(1).
           MOVE 'T'              TO MASK01I-KIND(2).
           MOVE DCL-BCS-TEL      TO MASK01I-VALUE(2).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1) TO WS-SAR-SIN.
           MOVE MASK01O-VALUE(2) TO WS-SAR-TEL.

       P610-WRITE-SAR-ITEM.
           EXEC SQL
                FETCH SAR_CSR
                       MOVE 'STRUCTURING ' TO WS-TYPE-DESC
                   WHEN DCL-CSI-IS-FRAUD
                       MOVE 'FRAUD HOLD  ' TO WS-TYPE-DESC
                   WHEN DCL-CSI-IS-DEPOSIT-HOLD
                       MOVE 'DEPOSIT HOLD' TO WS-TYPE-DESC
                   WHEN DCL-CSI-IS-EVENT
                       MOVE 'EVENT       ' TO WS-TYPE-DESC
                   WHEN OTHER
                       MOVE 'NARRATIVE   ' TO WS-TYPE-DESC
               END-EVALUATE
