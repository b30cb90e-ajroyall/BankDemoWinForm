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
001300* Program:     DTAXR02P.CBL                                    *
001400* Function:    FATCA/CRS indicia search - month-end step.       *
001500*              Every BNKCUST customer is checked for the signs  *
001600*              of residence abroad: an address outside the USA  *
001700*              (A), a telephone number with a foreign dialling  *
001800*              code (T), and an active standing order paying a  *
001900*              beneficiary bank that is not a US routing number *
002000*              (S).  The flags found go on the customer's       *
002100*              BNKTAXC row for the Tax Residency screen and the *
002200*              DTAXR03P reportable-account file.  A customer    *
002300*              with indicia and no valid self-certification is  *
002400*              listed on the indicia report for follow-up; a    *
002500*              valid certificate whose customer has moved to a  *
002600*              country it does not cover is invalidated - that  *
002700*              change of circumstances calls for a new one.     *
002710*              The report is worked by follow-up staff, who are *
002720*              entitled to nothing in clear - BCS_TEL prints    *
002730*              masked through DMASK01P (WS-MASK-ENTITLED).      *
002800*              SQL version - standalone batch step, connects    *
002900*              and disconnects itself.                          *
003000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DTAXR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDRPT.
       01  INDRPT-RECORD                         PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-CUST-COUNT                     PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-INDICIA-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-FLAGGED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-INVALID-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\TAXIND.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-CERT-FOUND-SW                  PIC X(1).
               88  WS-CERT-FOUND                 VALUE 'Y'.
           05  WS-OLD-INDICIA                    PIC X(3).
           05  WS-NEW-INDICIA.
               10  WS-IND-ADDRESS                PIC X(1).
               10  WS-IND-PHONE                  PIC X(1).
               10  WS-IND-STORD                  PIC X(1).
           05  WS-ACTION                         PIC X(12).
           05  WS-COUNT-DSP                      PIC ZZZZZZ9.
           05  WS-RPT-TEL                        PIC X(12).

      *-----------------------------------------------------------------
      * Clear-value entitlement of this output for DMASK01P - the
      * kinds (S SIN, T phone, E e-mail, C card number) the recipient
      * may have in clear.  Anything else written here is masked.
      *-----------------------------------------------------------------
       01  WS-MASK-ENTITLED                      PIC X(4) VALUE SPACES.
       01  WS-MASK-ERRMSG                        PIC X(65).
       01  WS-MASK-GOODMSG                       PIC X(65).

           COPY CMASK01.

           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSCS
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSTC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSSO
           END-EXEC.

           COPY CBANKSCSX.
           COPY CBANKSTCX.
           COPY CBANKSSOX.

       01  WS-ADDR-COUNTRY                       PIC X(3).
       01  WS-COVER-COUNT                        PIC S9(5) COMP-3.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

      *****************************************************************
      * No LINKAGE SECTION - this runs as a standalone batch step and *
      * connects/disconnects itself, the same as DBConnect does for   *
      * the interactive screens.                                      *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM P000-CONNECT.

           IF WS-DB-CONNECTED
               PERFORM P020-LOG-START
               PERFORM P100-SEARCH-INDICIA THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DTAXR02P - unable to connect, indicia search aborted'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *=================================================================
      * Connect to the database, retrying a couple of times before
      * giving up - mirrors DBConnect's P100-CONNECT-WITH-RETRY.
      *=================================================================
       P000-CONNECT.
           MOVE 0   TO WS-RETRY-COUNT.
           MOVE "N" TO WS-DB-STATUS.

           PERFORM P010-TRY-CONNECT
               UNTIL WS-DB-CONNECTED OR WS-RETRY-COUNT >= WS-RETRY-MAX.

       P010-TRY-CONNECT.
           ADD 1 TO WS-RETRY-COUNT.
           CALL 'DBANK00P' USING BY REFERENCE WS-DB-STATUS.

      *=================================================================
      * Drive the run - one pass over the customer file, then the
      * totals.
      *=================================================================
       P100-SEARCH-INDICIA.
           PERFORM P110-BUILD-RUN-DATE.
           PERFORM P120-OPEN-REPORT.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           EXEC SQL
                DECLARE INDC_CSR CURSOR FOR
                SELECT BCS_PID, BCS_NAME, BCS_COUNTRY, BCS_TEL
                FROM BNKCUST
                ORDER BY BCS_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN INDC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-LOOP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE INDC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WRITE-TOTALS.

           CLOSE INDRPT.

           DISPLAY 'DTAXR02P - indicia search complete, customers: '
                   WS-CUST-COUNT ' with indicia: ' WS-INDICIA-COUNT
                   ' flagged: ' WS-FLAGGED-COUNT.

       P100-EXIT.
           EXIT.

       P110-BUILD-RUN-DATE.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

       P120-OPEN-REPORT.
           OPEN OUTPUT INDRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DTAXR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE SPACES TO INDRPT-RECORD
               STRING 'FATCA/CRS INDICIA - CUSTOMERS WITHOUT A VALID '
                      'SELF-CERTIFICATION - RUN OF '
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                 INTO INDRPT-RECORD
               WRITE INDRPT-RECORD

               MOVE SPACES TO INDRPT-RECORD
               STRING 'PID   NAME                      CTRY   '
                      'TELEPHONE    IND CERT  ACTION'
                          DELIMITED BY SIZE
                 INTO INDRPT-RECORD
               WRITE INDRPT-RECORD
           END-IF.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH INDC_CSR
                INTO :DCL-BCS-PID,
                     :DCL-BCS-NAME,
                     :DCL-BCS-COUNTRY,
                     :DCL-BCS-TEL
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-ONE-CUSTOMER THRU P220-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One customer - find the indicia, then bring the BNKTAXC row
      * into line with them.  A customer with no indicia and no row
      * needs nothing written.
      *-----------------------------------------------------------------
       P220-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE SPACES TO WS-NEW-INDICIA WS-ACTION.
           MOVE DCL-BCS-COUNTRY(1:3) TO WS-ADDR-COUNTRY.

           PERFORM P230-ADDRESS-INDICIUM.
           PERFORM P240-PHONE-INDICIUM.
           PERFORM P250-STORD-INDICIUM THRU P250-EXIT.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

           IF WS-NEW-INDICIA NOT = SPACES
               ADD 1 TO WS-INDICIA-COUNT
           END-IF.

           PERFORM P260-READ-CERT.

           IF NOT WS-CERT-FOUND AND WS-NEW-INDICIA = SPACES
               GO TO P220-EXIT
           END-IF.

           IF WS-CERT-FOUND AND DCL-TXC-CERT-VALID AND
              WS-IND-ADDRESS NOT = SPACE
               PERFORM P270-CHECK-COVER
           END-IF.

           IF WS-CERT-FOUND
               IF WS-NEW-INDICIA NOT = WS-OLD-INDICIA OR
                  WS-ACTION NOT = SPACES
                   PERFORM P280-UPDATE-CERT
               END-IF
           ELSE
               PERFORM P290-INSERT-CERT
           END-IF.

           IF WS-NEW-INDICIA NOT = SPACES AND
              NOT DCL-TXC-CERT-VALID
               PERFORM P300-REPORT-CUSTOMER
           END-IF.

       P220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An address outside the USA - blank is the domestic default,
      * the same as everywhere else BCS_COUNTRY is read.
      *-----------------------------------------------------------------
       P230-ADDRESS-INDICIUM.
           IF DCL-BCS-COUNTRY NOT = SPACES AND
              DCL-BCS-COUNTRY NOT = 'USA'
               MOVE 'A' TO WS-IND-ADDRESS
           END-IF.

      *-----------------------------------------------------------------
      * Domestic numbers are held NNN-NNN-NNNN.  An international
      * prefix - '+' with any country code but the North American 1,
      * or the 011 international access code - is foreign.
      *-----------------------------------------------------------------
       P240-PHONE-INDICIUM.
           IF DCL-BCS-TEL(1:1) = '+' AND DCL-BCS-TEL(2:1) NOT = '1'
               MOVE 'T' TO WS-IND-PHONE
           END-IF.

           IF DCL-BCS-TEL(1:3) = '011'
               MOVE 'T' TO WS-IND-PHONE
           END-IF.

      *-----------------------------------------------------------------
      * An active standing order paying a beneficiary bank outside
      * the US - a US bank is a nine-digit routing number, anything
      * else (a BIC) is abroad.
      *-----------------------------------------------------------------
       P250-STORD-INDICIUM.
           MOVE DCL-BCS-PID TO DCL-STO-PID.

           EXEC SQL
                DECLARE INDS_CSR CURSOR FOR
                SELECT STO_EXT_ROUTING
                FROM BNKSTORD
                WHERE STO_PID = :DCL-STO-PID
                  AND STO_STATUS = 'A'
                  AND STO_EXT_ROUTING <> ' '
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN INDS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P250-EXIT
           END-IF.

           PERFORM P255-FETCH-ROUTING
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-IND-STORD NOT = SPACE.

           EXEC SQL
                CLOSE INDS_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P250-EXIT.
           EXIT.

       P255-FETCH-ROUTING.
           EXEC SQL
                FETCH INDS_CSR
                INTO :DCL-STO-EXT-ROUTING
           END-EXEC.

           IF SQLCODE = ZERO
               IF DCL-STO-EXT-ROUTING IS NOT NUMERIC
                   MOVE 'S' TO WS-IND-STORD
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

       P260-READ-CERT.
           MOVE 'N'         TO WS-CERT-FOUND-SW.
           MOVE SPACES      TO DCL-TXC-CERT-STATUS WS-OLD-INDICIA.
           MOVE DCL-BCS-PID TO DCL-TXC-PID.

           EXEC SQL
                SELECT TXC_CERT_STATUS, TXC_INDICIA
                  INTO :DCL-TXC-CERT-STATUS, :DCL-TXC-INDICIA
                  FROM BNKTAXC
                 WHERE TXC_PID = :DCL-TXC-PID
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-CERT-FOUND TO TRUE
               MOVE DCL-TXC-INDICIA TO WS-OLD-INDICIA
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * A valid certificate has to cover the country the customer now
      * lives in - if it does not, the customer has moved since they
      * certified and the certificate no longer stands.
      *-----------------------------------------------------------------
       P270-CHECK-COVER.
           MOVE ZERO TO WS-COVER-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COVER-COUNT
                  FROM BNKTAXR
                 WHERE TXR_PID     = :DCL-TXC-PID
                   AND TXR_COUNTRY = :WS-ADDR-COUNTRY
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-COVER-COUNT = ZERO
               SET DCL-TXC-CERT-INVALID TO TRUE
               MOVE 'INVALIDATED' TO WS-ACTION
               ADD 1 TO WS-INVALID-COUNT
           END-IF.

       P280-UPDATE-CERT.
           MOVE WS-NEW-INDICIA TO DCL-TXC-INDICIA.
           MOVE WS-RUN-DATE    TO DCL-TXC-INDICIA-DATE.

           EXEC SQL
                UPDATE BNKTAXC
                   SET TXC_INDICIA      = :DCL-TXC-INDICIA,
                       TXC_INDICIA_DATE = :DCL-TXC-INDICIA-DATE,
                       TXC_CERT_STATUS  = :DCL-TXC-CERT-STATUS,
                       TXC_UPDATED_BY   = 'BATCH',
                       TXC_UPDATED_TS   = CURRENT TIMESTAMP
                 WHERE TXC_PID = :DCL-TXC-PID
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

      *-----------------------------------------------------------------
      * Indicia on a customer never asked for a self-certification -
      * a row with no certificate, for the screen and DTAXR03P.
      *-----------------------------------------------------------------
       P290-INSERT-CERT.
           MOVE SPACES         TO DCL-TXC-CERT-DATE.
           SET DCL-TXC-CERT-NONE TO TRUE.
           MOVE WS-NEW-INDICIA TO DCL-TXC-INDICIA.
           MOVE WS-RUN-DATE    TO DCL-TXC-INDICIA-DATE.
           MOVE 'NEW'          TO WS-ACTION.

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
                  'BATCH',
                  CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P300-REPORT-CUSTOMER.
           ADD 1 TO WS-FLAGGED-COUNT.

           PERFORM P310-MASK-TEL.

           MOVE SPACES TO INDRPT-RECORD.
           STRING DCL-BCS-PID         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-BCS-NAME        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-BCS-COUNTRY     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RPT-TEL          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-NEW-INDICIA      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DCL-TXC-CERT-STATUS DELIMITED BY SIZE
                  '     '             DELIMITED BY SIZE
                  WS-ACTION           DELIMITED BY SIZE
             INTO INDRPT-RECORD.
           WRITE INDRPT-RECORD.

      *-----------------------------------------------------------------
      * The telephone number as this report is entitled to print it.
      * The T indicium flag already says the dialling code is foreign.
      *-----------------------------------------------------------------
       P310-MASK-TEL.
           MOVE SPACES           TO MASK01-DATA WS-MASK-ERRMSG.
           SET MASK01I-BATCH     TO TRUE.
           MOVE 'TAXIND'         TO MASK01I-SOURCE.
           MOVE WS-MASK-ENTITLED TO MASK01I-ENTITLED.
           MOVE 1                TO MASK01I-COUNT.
           MOVE 'T'              TO MASK01I-KIND(1).
           MOVE DCL-BCS-TEL      TO MASK01I-VALUE(1).

           CALL 'DMASK01P' USING BY REFERENCE MASK01-DATA
                                 BY REFERENCE WS-MASK-ERRMSG
                                 BY REFERENCE WS-MASK-GOODMSG.

           MOVE MASK01O-VALUE(1) TO WS-RPT-TEL.

       P400-WRITE-TOTALS.
           MOVE SPACES TO INDRPT-RECORD.
           WRITE INDRPT-RECORD.

           MOVE WS-CUST-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO INDRPT-RECORD.
           STRING 'CUSTOMERS CHECKED           ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO INDRPT-RECORD.
           WRITE INDRPT-RECORD.

           MOVE WS-INDICIA-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO INDRPT-RECORD.
           STRING 'WITH FOREIGN INDICIA        ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO INDRPT-RECORD.
           WRITE INDRPT-RECORD.

           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO INDRPT-RECORD.
           STRING 'NEEDING SELF-CERTIFICATION  ' DELIMITED BY SIZE
                  WS-COUNT-DSP DELIMITED BY SIZE
             INTO INDRPT-RECORD.
           WRITE INDRPT-RECORD.

           MOVE WS-INVALID-COUNT TO WS-COUNT-DSP.
           MOVE SPACES TO INDRPT-RECORD.
           IF WS-JOB-HAD-ERROR
               STRING 'RUN FAILED - NO FLAGS SAVED, ROWS ROLLED BACK'
                          DELIMITED BY SIZE
                 INTO INDRPT-RECORD
           ELSE
               STRING 'CERTIFICATES INVALIDATED    ' DELIMITED BY SIZE
                      WS-COUNT-DSP DELIMITED BY SIZE
                 INTO INDRPT-RECORD
           END-IF.
           WRITE INDRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DTAXR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the flags, or back the whole run out.
      *=================================================================
       P890-COMMIT-OR-ROLLBACK.
           IF WS-JOB-HAD-ERROR
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
           END-IF.

      *=================================================================
      * Batch run log - the start row goes in (and is committed) the
      * moment the job has a connection, the end row completes it
      * with this run's control totals.  DBANK37P raises the
      * operations alert itself when the status is abended.
      *=================================================================
       P020-LOG-START.
           MOVE SPACES TO CD37-DATA.
           SET CD37I-START TO TRUE.
           MOVE 'TAXIND' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'TAXIND' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-INDICIA-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-FLAGGED-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
