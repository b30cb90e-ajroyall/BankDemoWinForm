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
001300* Program:     DTAXR01P.CBL                                    *
001400* Function:    FATCA/CRS tax residency maintenance - the data   *
001500*              layer behind the Tax Residency screen and the    *
001600*              account-opening capture in DBANK14P.  'Q'        *
001700*              returns the customer's self-certification        *
001800*              (BNKTAXC), the foreign indicia DTAXR02P last     *
001900*              found, and the certified residencies (BNKTAXR).  *
002000*              'C' records a new self-certification: every      *
002100*              residency needs a TIN or a reason none can be    *
002200*              given (a US residency always needs its TIN),     *
002300*              the set replaces what was held and the           *
002400*              certificate is valid from today.  'P' notes that *
002500*              a self-certification has been asked for, leaving *
002600*              a valid one alone.  Every change is audited to   *
002700*              BNKMADT through DBANK74P.  Runs in the caller's  *
002800*              unit of work - the caller commits or rolls back. *
002900*              SQL version                                      *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DTAXR01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-SUB                            PIC S9(4) COMP.
           05  WS-SUB2                           PIC S9(4) COMP.
           05  WS-RES-COUNT                      PIC S9(4) COMP.
           05  WS-LIST-PTR                       PIC S9(4) COMP.
           05  WS-CUST-COUNT                     PIC S9(5) COMP-3.
           05  WS-CERT-FOUND-SW                  PIC X(1).
               88  WS-CERT-FOUND                 VALUE 'Y'.
           05  WS-RES-LIST                       PIC X(40).
           05  WS-AUDIT-ERRMSG                   PIC X(65).

           COPY CBANKVC74.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           COPY CBANKSTCX.
           COPY CBANKSTRX.
           COPY CBANKSCSX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CTAXR01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference TAXR01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE SPACES TO TAXR01O-CERT-DATE
                          TAXR01O-CERT-STATUS
                          TAXR01O-INDICIA
                          TAXR01O-INDICIA-DATE.
           MOVE ZERO   TO TAXR01O-RES-COUNT.
           PERFORM P050-CLEAR-RESIDENCY
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > 5.

           IF TAXR01I-PID = SPACES
               MOVE 'Please enter the customer' TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN TAXR01I-QUERY
                   PERFORM P100-QUERY-RESIDENCY THRU
                           QUERY-RESIDENCY-EXIT
               WHEN TAXR01I-CERTIFY
                   PERFORM P200-CERTIFY THRU
                           CERTIFY-EXIT
               WHEN TAXR01I-REQUEST
                   PERFORM P300-REQUEST-CERT THRU
                           REQUEST-CERT-EXIT
               WHEN OTHER
                   MOVE 'Invalid tax residency function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

       P050-CLEAR-RESIDENCY.
           MOVE SPACES TO TAXR01O-COUNTRY(WS-SUB)
                          TAXR01O-TIN(WS-SUB)
                          TAXR01O-NO-TIN(WS-SUB).

      *=================================================================
      * The certificate, the indicia and the residencies, in country
      * order.  A customer with no BNKTAXC row has simply never been
      * asked - that is not an error.
      *=================================================================
       P100-QUERY-RESIDENCY.
           PERFORM P110-READ-CERT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO QUERY-RESIDENCY-EXIT
           END-IF.

           MOVE TAXR01I-PID TO DCL-TXR-PID.

           EXEC SQL
                DECLARE TXR_CSR CURSOR FOR
                SELECT TXR_COUNTRY, TXR_TIN, TXR_NO_TIN_REASON
                FROM BNKTAXR
                WHERE TXR_PID = :DCL-TXR-PID
                ORDER BY TXR_COUNTRY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P120-FETCH-RESIDENCY
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR TAXR01O-RES-COUNT IS NOT LESS THAN 5.

           EXEC SQL
                CLOSE TXR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND GOOD-ERRMSG = SPACES
               IF WS-CERT-FOUND
                   MOVE 'Tax residency listed' TO GOOD-ERRMSG
               ELSE
                   MOVE 'No self-certification held for this customer'
                     TO GOOD-ERRMSG
               END-IF
           END-IF.

       QUERY-RESIDENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The BNKTAXC row, if there is one.
      *-----------------------------------------------------------------
       P110-READ-CERT.
           MOVE 'N'         TO WS-CERT-FOUND-SW.
           MOVE TAXR01I-PID TO DCL-TXC-PID.

           EXEC SQL
                SELECT TXC_CERT_DATE, TXC_CERT_STATUS,
                       TXC_INDICIA, TXC_INDICIA_DATE
                  INTO :DCL-TXC-CERT-DATE, :DCL-TXC-CERT-STATUS,
                       :DCL-TXC-INDICIA, :DCL-TXC-INDICIA-DATE
                  FROM BNKTAXC
                 WHERE TXC_PID = :DCL-TXC-PID
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-CERT-FOUND       TO TRUE
               MOVE DCL-TXC-CERT-DATE    TO TAXR01O-CERT-DATE
               MOVE DCL-TXC-CERT-STATUS  TO TAXR01O-CERT-STATUS
               MOVE DCL-TXC-INDICIA      TO TAXR01O-INDICIA
               MOVE DCL-TXC-INDICIA-DATE TO TAXR01O-INDICIA-DATE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P120-FETCH-RESIDENCY.
           EXEC SQL
                FETCH TXR_CSR
                INTO :DCL-TXR-COUNTRY,
                     :DCL-TXR-TIN,
                     :DCL-TXR-NO-TIN-REASON
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO TAXR01O-RES-COUNT
               MOVE TAXR01O-RES-COUNT     TO WS-SUB
               MOVE DCL-TXR-COUNTRY       TO TAXR01O-COUNTRY(WS-SUB)
               MOVE DCL-TXR-TIN           TO TAXR01O-TIN(WS-SUB)
               MOVE DCL-TXR-NO-TIN-REASON TO TAXR01O-NO-TIN(WS-SUB)
           END-IF.

           PERFORM P800-ERROR-CHECK.

      *=================================================================
      * Record a self-certification.  The residencies given replace
      * the whole set held, so a customer who has left a country
      * drops it simply by not listing it again.  The certificate is
      * dated today and valid until something DTAXR02P finds calls
      * it into question.
      *=================================================================
       P200-CERTIFY.
           PERFORM P210-CHECK-CUSTOMER.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CERTIFY-EXIT
           END-IF.

           MOVE ZERO TO WS-RES-COUNT.
           PERFORM P220-CHECK-RESIDENCY THRU CHECK-RESIDENCY-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > 5
                    OR TAXR01I-COUNTRY(WS-SUB) = SPACES
                    OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CERTIFY-EXIT
           END-IF.

           IF WS-RES-COUNT = ZERO
               MOVE 'Please enter at least one country of tax residence'
                 TO BANK-ERRMSG
               GO TO CERTIFY-EXIT
           END-IF.

           PERFORM P110-READ-CERT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CERTIFY-EXIT
           END-IF.

           MOVE TAXR01I-PID TO DCL-TXR-PID.

           EXEC SQL
                DELETE FROM BNKTAXR
                 WHERE TXR_PID = :DCL-TXR-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P240-INSERT-RESIDENCY
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-RES-COUNT
                    OR BANK-ERRMSG NOT = SPACES.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CERTIFY-EXIT
           END-IF.

           MOVE TAXR01I-USERID TO DCL-TXC-UPDATED-BY.
           SET DCL-TXC-CERT-VALID TO TRUE.

           IF WS-CERT-FOUND
               MOVE SPACES TO CD74-DATA
               STRING 'CERT '            DELIMITED BY SIZE
                      TAXR01O-CERT-STATUS DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TAXR01O-CERT-DATE  DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               MOVE 'C' TO CD74I-ACTION

               EXEC SQL
                    UPDATE BNKTAXC
                       SET TXC_CERT_DATE   = CHAR(CURRENT DATE),
                           TXC_CERT_STATUS = :DCL-TXC-CERT-STATUS,
                           TXC_UPDATED_BY  = :DCL-TXC-UPDATED-BY,
                           TXC_UPDATED_TS  = CURRENT TIMESTAMP
                     WHERE TXC_PID = :DCL-TXC-PID
               END-EXEC
           ELSE
               MOVE SPACES TO CD74-DATA
               MOVE 'A'    TO CD74I-ACTION
               PERFORM P250-INSERT-CERT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO CERTIFY-EXIT
           END-IF.

           MOVE SPACES TO WS-RES-LIST.
           MOVE 1      TO WS-LIST-PTR.
           PERFORM P260-LIST-COUNTRY
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-RES-COUNT.

           STRING 'CERT V RESIDENT ' DELIMITED BY SIZE
                  WS-RES-LIST        DELIMITED BY SIZE
             INTO CD74I-AFTER.
           PERFORM P710-TAX-AUDIT.

           IF BANK-ERRMSG = SPACES
               PERFORM P100-QUERY-RESIDENCY THRU QUERY-RESIDENCY-EXIT
               MOVE 'Self-certification recorded' TO GOOD-ERRMSG
           END-IF.

       CERTIFY-EXIT.
           EXIT.

       P210-CHECK-CUSTOMER.
           MOVE TAXR01I-PID TO DCL-BCS-PID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUST-COUNT
                  FROM BNKCUST
                 WHERE BCS_PID = :DCL-BCS-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG = SPACES AND WS-CUST-COUNT = ZERO
               MOVE 'Customer not found' TO BANK-ERRMSG
           END-IF.

      *-----------------------------------------------------------------
      * One residency, folded to upper case as BCS_COUNTRY is held:
      * a TIN or a recognised reason for not having one (never for
      * the US, where the SSN/ITIN is always known), and no country
      * listed twice.
      *-----------------------------------------------------------------
       P220-CHECK-RESIDENCY.
           ADD 1 TO WS-RES-COUNT.

           INSPECT TAXR01I-RES-ENTRY(WS-SUB) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF TAXR01I-TIN(WS-SUB) = SPACES
               IF TAXR01I-COUNTRY(WS-SUB) = 'USA'
                   MOVE 'A US tax residency needs the US TIN'
                     TO BANK-ERRMSG
                   GO TO CHECK-RESIDENCY-EXIT
               END-IF
               IF TAXR01I-NO-TIN(WS-SUB) NOT = 'A' AND
                  TAXR01I-NO-TIN(WS-SUB) NOT = 'B' AND
                  TAXR01I-NO-TIN(WS-SUB) NOT = 'C'
                   STRING 'Enter the TIN or no-TIN reason (A/B/C) for '
                            DELIMITED BY SIZE
                          TAXR01I-COUNTRY(WS-SUB) DELIMITED BY SIZE
                     INTO BANK-ERRMSG
                   GO TO CHECK-RESIDENCY-EXIT
               END-IF
           ELSE
               MOVE SPACES TO TAXR01I-NO-TIN(WS-SUB)
           END-IF.

           PERFORM P225-CHECK-DUPLICATE
               VARYING WS-SUB2 FROM 1 BY 1
                 UNTIL WS-SUB2 NOT LESS THAN WS-SUB
                    OR BANK-ERRMSG NOT = SPACES.

       CHECK-RESIDENCY-EXIT.
           EXIT.

       P225-CHECK-DUPLICATE.
           IF TAXR01I-COUNTRY(WS-SUB2) = TAXR01I-COUNTRY(WS-SUB)
               STRING TAXR01I-COUNTRY(WS-SUB) DELIMITED BY SIZE
                      ' is listed more than once' DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.

       P240-INSERT-RESIDENCY.
           MOVE TAXR01I-COUNTRY(WS-SUB) TO DCL-TXR-COUNTRY.
           MOVE TAXR01I-TIN(WS-SUB)     TO DCL-TXR-TIN.
           MOVE TAXR01I-NO-TIN(WS-SUB)  TO DCL-TXR-NO-TIN-REASON.
           MOVE TAXR01I-USERID          TO DCL-TXR-CREATED-BY.

           EXEC SQL
                INSERT INTO BNKTAXR (
                  TXR_PID,
                  TXR_COUNTRY,
                  TXR_TIN,
                  TXR_NO_TIN_REASON,
                  TXR_CREATED_BY,
                  TXR_CREATED_TS
                ) VALUES (
                  :DCL-TXR-PID,
                  :DCL-TXR-COUNTRY,
                  :DCL-TXR-TIN,
                  :DCL-TXR-NO-TIN-REASON,
                  :DCL-TXR-CREATED-BY,
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * A first BNKTAXC row - no indicia until DTAXR02P next runs.
      * The certificate date is today for a valid certificate and
      * blank for one that has only been asked for.
      *-----------------------------------------------------------------
       P250-INSERT-CERT.
           MOVE SPACES TO DCL-TXC-INDICIA DCL-TXC-INDICIA-DATE.

           IF DCL-TXC-CERT-VALID
               EXEC SQL
                    INSERT INTO BNKTAXC (
                      TXC_PID,
                      TXC_CERT_DATE,
                      TXC_CERT_STATUS,
                      TXC_INDICIA,
                      TXC_INDICIA_DATE,
                      TXC_UPDATED_BY,
                      TXC_UPDATED_TS
                    ) VALUES (
                      :DCL-TXC-PID,
                      CHAR(CURRENT DATE),
                      :DCL-TXC-CERT-STATUS,
                      :DCL-TXC-INDICIA,
                      :DCL-TXC-INDICIA-DATE,
                      :DCL-TXC-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               MOVE SPACES TO DCL-TXC-CERT-DATE
               EXEC SQL
                    INSERT INTO BNKTAXC (
                      TXC_PID,
                      TXC_CERT_DATE,
                      TXC_CERT_STATUS,
                      TXC_INDICIA,
                      TXC_INDICIA_DATE,
                      TXC_UPDATED_BY,
                      TXC_UPDATED_TS
                    ) VALUES (
                      :DCL-TXC-PID,
                      :DCL-TXC-CERT-DATE,
                      :DCL-TXC-CERT-STATUS,
                      :DCL-TXC-INDICIA,
                      :DCL-TXC-INDICIA-DATE,
                      :DCL-TXC-UPDATED-BY,
                      CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

       P260-LIST-COUNTRY.
           STRING TAXR01I-COUNTRY(WS-SUB) DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
             INTO WS-RES-LIST
             WITH POINTER WS-LIST-PTR.

      *=================================================================
      * A self-certification has been asked for - at account opening
      * when the customer did not give one.  A valid certificate is
      * left as it is; an invalidated one goes back to requested.
      *=================================================================
       P300-REQUEST-CERT.
           PERFORM P110-READ-CERT.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REQUEST-CERT-EXIT
           END-IF.

           IF WS-CERT-FOUND
               IF TAXR01O-CERT-VALID OR TAXR01O-CERT-PENDING
                   GO TO REQUEST-CERT-EXIT
               END-IF
           END-IF.

           MOVE TAXR01I-USERID  TO DCL-TXC-UPDATED-BY.
           SET DCL-TXC-CERT-PENDING TO TRUE.
           MOVE SPACES TO CD74-DATA.

           IF WS-CERT-FOUND
               STRING 'CERT '             DELIMITED BY SIZE
                      TAXR01O-CERT-STATUS DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      TAXR01O-CERT-DATE   DELIMITED BY SIZE
                 INTO CD74I-BEFORE
               MOVE 'C' TO CD74I-ACTION

               EXEC SQL
                    UPDATE BNKTAXC
                       SET TXC_CERT_STATUS = :DCL-TXC-CERT-STATUS,
                           TXC_UPDATED_BY  = :DCL-TXC-UPDATED-BY,
                           TXC_UPDATED_TS  = CURRENT TIMESTAMP
                     WHERE TXC_PID = :DCL-TXC-PID
               END-EXEC
           ELSE
               MOVE 'A' TO CD74I-ACTION
               PERFORM P250-INSERT-CERT
           END-IF.

           PERFORM P800-ERROR-CHECK.

           IF BANK-ERRMSG NOT = SPACES
               GO TO REQUEST-CERT-EXIT
           END-IF.

           MOVE 'CERT P SELF-CERTIFICATION REQUESTED' TO CD74I-AFTER.
           PERFORM P710-TAX-AUDIT.

           IF BANK-ERRMSG = SPACES
               MOVE DCL-TXC-CERT-STATUS TO TAXR01O-CERT-STATUS
               MOVE 'Self-certification requested' TO GOOD-ERRMSG
           END-IF.

       REQUEST-CERT-EXIT.
           EXIT.

      *=================================================================
      * One BNKMADT row through DBANK74P, riding this unit of work -
      * the caller has set the action and the before/after images.
      *=================================================================
       P710-TAX-AUDIT.
           MOVE SPACES         TO WS-AUDIT-ERRMSG.
           MOVE TAXR01I-USERID TO CD74I-USERID.
           MOVE 'DTAXR01P'     TO CD74I-PROGRAM.
           MOVE 'BNKTAXC '     TO CD74I-TABLE.
           MOVE TAXR01I-PID    TO CD74I-KEY.

           CALL 'DBANK74P' USING BY REFERENCE CD74-DATA
                                 BY REFERENCE WS-AUDIT-ERRMSG.

           IF WS-AUDIT-ERRMSG NOT = SPACES
               MOVE WS-AUDIT-ERRMSG TO BANK-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Tax residency maintenance failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
