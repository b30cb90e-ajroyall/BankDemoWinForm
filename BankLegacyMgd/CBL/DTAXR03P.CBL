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
001300* Program:     DTAXR03P.CBL                                    *
001400* Function:    FATCA/CRS reportable-account file for the tax    *
001500*              authority - run each January, alongside the      *
001600*              DBANK41P interest summaries, for the calendar    *
001700*              year just closed.  A customer is reportable when *
001800*              their valid self-certification (BNKTAXC/BNKTAXR) *
001900*              names a residence outside the USA - one record   *
002000*              per account per foreign residence, carrying the  *
002100*              TIN certified for it - or when DTAXR02P found    *
002200*              foreign indicia and no valid self-certification  *
002300*              is held, reported undocumented against the       *
002400*              address country.  Every deposit account the      *
002500*              customer owns or holds jointly is reported, with *
002600*              the year-end balance from the December 31st      *
002700*              BNKBSNP generation DYEND01P cut (nil for an      *
002800*              account closed in the year, flagged as closed)   *
002900*              and the interest credited in the year - the same *
003000*              BNKTXN credits DBANK41P totals per customer.     *
003100*              Header, detail and a control trailer in fixed    *
003200*              width.  Read-only against the book; logs through *
003300*              DBANK37P.                                        *
003400*              SQL version - standalone batch step, connects    *
003500*              and disconnects itself.                          *
003600*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DTAXR03P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXFILE.
       01  TAXFILE-RECORD                        PIC X(160).

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
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\TAXREPT.TXT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-SYSDATE-YYYYMMDD               PIC 9(8).
           05  WS-SYSDATE-X REDEFINES WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-RUN-DATE                       PIC X(10).
           05  WS-TAX-YEAR                       PIC 9(4).
           05  WS-TAX-YEAR-X                     PIC X(4).
           05  WS-JUR-SUB                        PIC S9(4) COMP.
           05  WS-JUR-COUNT                      PIC S9(4) COMP.
           05  WS-CUST-RECORDS                   PIC S9(7) COMP-3.

      *-----------------------------------------------------------------
      * The customer's reportable jurisdictions - one per foreign
      * residency certified, or the single undocumented one.
      *-----------------------------------------------------------------
       01  WS-JURISDICTIONS.
           05  WS-JUR-ENTRY                      OCCURS 5 TIMES.
               10  WS-JUR-COUNTRY                PIC X(3).
               10  WS-JUR-TIN                    PIC X(20).
               10  WS-JUR-NO-TIN                 PIC X(1).
               10  WS-JUR-DOC-STATUS             PIC X(1).

      *-----------------------------------------------------------------
      * Control totals - carried on the trailer record and logged.
      *-----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-REPORTED-COUNT                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-RECORD-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-UNDOC-COUNT                    PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-BALANCE                  PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-INTEREST                 PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.

      *-----------------------------------------------------------------
      * The reportable-account file layout - fixed width, amounts in
      * the account's own currency with two implied decimals.  The
      * document status is 'C' self-certified or 'U' undocumented.
      *-----------------------------------------------------------------
       01  WS-TAX-HEADER.
           05  TAXH-REC-TYPE                     PIC X(1) VALUE 'H'.
           05  TAXH-FILE-ID                      PIC X(8)
                                                  VALUE 'TAXREPT'.
           05  TAXH-TAX-YEAR                     PIC X(4).
           05  TAXH-RUN-DATE                     PIC X(10).
           05  TAXH-SENDING-CTRY                 PIC X(3) VALUE 'USA'.
           05  FILLER                            PIC X(134)
                                                  VALUE SPACES.

       01  WS-TAX-DETAIL.
           05  TAXD-REC-TYPE                     PIC X(1) VALUE 'D'.
           05  TAXD-JURISDICTION                 PIC X(3).
           05  TAXD-DOC-STATUS                   PIC X(1).
           05  TAXD-PID                          PIC X(5).
           05  TAXD-NAME                         PIC X(25).
           05  TAXD-ADDR1                        PIC X(25).
           05  TAXD-ADDR2                        PIC X(25).
           05  TAXD-ADDR-COUNTRY                 PIC X(6).
           05  TAXD-TIN                          PIC X(20).
           05  TAXD-NO-TIN                       PIC X(1).
           05  TAXD-ACCNO                        PIC X(9).
           05  TAXD-ACCTYPE                      PIC X(1).
           05  TAXD-CURRENCY                     PIC X(3).
           05  TAXD-CLOSED                       PIC X(1).
           05  TAXD-BALANCE                      PIC 9(9)V99.
           05  TAXD-INTEREST                     PIC 9(9)V99.
           05  FILLER                            PIC X(12) VALUE SPACES.

       01  WS-TAX-TRAILER.
           05  TAXT-REC-TYPE                     PIC X(1) VALUE 'T'.
           05  TAXT-CUSTOMERS                    PIC 9(7).
           05  TAXT-UNDOCUMENTED                 PIC 9(7).
           05  TAXT-RECORDS                      PIC 9(7).
           05  TAXT-BALANCE                      PIC 9(13)V99.
           05  TAXT-INTEREST                     PIC 9(13)V99.
           05  FILLER                            PIC X(108)
                                                  VALUE SPACES.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
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
                INCLUDE CBANKSTR
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           COPY CBANKSCSX.
           COPY CBANKSTCX.
           COPY CBANKSTRX.
           COPY CBANKSACX.

       01  WS-YEAR-FROM                          PIC X(10).
       01  WS-YEAR-TO                            PIC X(10).
       01  WS-YEAR-END                           PIC X(10).
       01  WS-SNAP-COUNT                         PIC S9(5) COMP-3.
       01  WS-ACC-BALANCE                        PIC S9(9)V99 COMP-3.
       01  WS-ACC-INTEREST                       PIC S9(9)V99 COMP-3.

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
               PERFORM P100-BUILD-FILE THRU P100-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DTAXR03P - unable to connect, tax file aborted'
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
      * Drive the run - header, one pass over the customers with a
      * BNKTAXC row who are reportable, trailer.
      *=================================================================
       P100-BUILD-FILE.
           PERFORM P110-BUILD-TAX-YEAR.
           PERFORM P120-OPEN-FILE.

           IF WS-JOB-HAD-ERROR
               GO TO P100-EXIT
           END-IF.

           EXEC SQL
                DECLARE TXRC_CSR CURSOR FOR
                SELECT C.BCS_PID, C.BCS_NAME, C.BCS_ADDR1,
                       C.BCS_ADDR2, C.BCS_COUNTRY,
                       X.TXC_CERT_STATUS, X.TXC_INDICIA
                FROM BNKCUST C,
                     BNKTAXC X
                WHERE X.TXC_PID = C.BCS_PID
                  AND ((X.TXC_CERT_STATUS = 'V' AND EXISTS
                         (SELECT 1 FROM BNKTAXR R
                           WHERE R.TXR_PID = X.TXC_PID
                             AND R.TXR_COUNTRY <> 'USA'))
                   OR  (X.TXC_CERT_STATUS <> 'V' AND
                        X.TXC_INDICIA <> ' '))
                ORDER BY C.BCS_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXRC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P210-FETCH-LOOP
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE TXRC_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P400-WRITE-TRAILER.

           CLOSE TAXFILE.

           DISPLAY 'DTAXR03P - tax file complete for ' WS-TAX-YEAR-X
                   ', customers: ' WS-REPORTED-COUNT
                   ' records: ' WS-RECORD-COUNT.

       P100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The tax year is the calendar year before the January this
      * runs in - the window is [Jan 1 year, Jan 1 year+1), as in
      * DBANK41P, and the balance is the December 31st position.
      *-----------------------------------------------------------------
       P110-BUILD-TAX-YEAR.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           COMPUTE WS-TAX-YEAR = WS-SYSDATE-YYYY - 1.
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X.

           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
                  '-01-01'      DELIMITED BY SIZE
             INTO WS-YEAR-FROM.

           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
                  '-12-31'      DELIMITED BY SIZE
             INTO WS-YEAR-END.

           MOVE WS-SYSDATE-YYYY TO WS-TAX-YEAR-X.
           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
                  '-01-01'      DELIMITED BY SIZE
             INTO WS-YEAR-TO.

           MOVE WS-YEAR-FROM(1:4) TO WS-TAX-YEAR-X.

       P120-OPEN-FILE.
           OPEN OUTPUT TAXFILE.

           IF NOT WS-RPT-OK
               DISPLAY 'DTAXR03P - cannot open tax file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
           ELSE
               MOVE WS-TAX-YEAR-X TO TAXH-TAX-YEAR
               MOVE WS-RUN-DATE   TO TAXH-RUN-DATE
               WRITE TAXFILE-RECORD FROM WS-TAX-HEADER
           END-IF.

       P210-FETCH-LOOP.
           EXEC SQL
                FETCH TXRC_CSR
                INTO :DCL-BCS-PID,
                     :DCL-BCS-NAME,
                     :DCL-BCS-ADDR1,
                     :DCL-BCS-ADDR2,
                     :DCL-BCS-COUNTRY,
                     :DCL-TXC-CERT-STATUS,
                     :DCL-TXC-INDICIA
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P220-ONE-CUSTOMER THRU P220-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One reportable customer - their jurisdictions, then every
      * deposit account they held in the year against each one.
      *-----------------------------------------------------------------
       P220-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE SPACES TO WS-JURISDICTIONS.
           MOVE ZERO   TO WS-JUR-COUNT WS-CUST-RECORDS.

           IF DCL-TXC-CERT-VALID
               PERFORM P230-CERTIFIED-JURISDICTIONS THRU P230-EXIT
           ELSE
               PERFORM P240-UNDOCUMENTED-JURISDICTION
           END-IF.

           IF WS-JOB-HAD-ERROR OR WS-JUR-COUNT = ZERO
               GO TO P220-EXIT
           END-IF.

           MOVE DCL-BCS-PID TO DCL-BAC-PID.

           EXEC SQL
                DECLARE TXRA_CSR CURSOR FOR
                SELECT A.BAC_ACCNO, A.BAC_ACCTYPE, A.BAC_CURRENCY,
                       A.BAC_STATUS, A.BAC_CLOSE_DATE
                FROM BNKACC A
                WHERE A.BAC_ACCTYPE NOT IN ('L', 'R')
                  AND (A.BAC_PID = :DCL-BAC-PID OR EXISTS
                        (SELECT 1 FROM BNKACCHLD H
                          WHERE H.ACH_ACCNO = A.BAC_ACCNO
                            AND H.ACH_PID   = :DCL-BAC-PID
                            AND H.ACH_ROLE  = 'J'))
                ORDER BY A.BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXRA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P220-EXIT
           END-IF.

           PERFORM P250-FETCH-ACCOUNT
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE TXRA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-CUST-RECORDS > ZERO
               ADD 1 TO WS-REPORTED-COUNT
               IF NOT DCL-TXC-CERT-VALID
                   ADD 1 TO WS-UNDOC-COUNT
               END-IF
           END-IF.

       P220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Certified - every residency outside the USA is reportable,
      * with its TIN or the reason there is none.
      *-----------------------------------------------------------------
       P230-CERTIFIED-JURISDICTIONS.
           MOVE DCL-BCS-PID TO DCL-TXR-PID.

           EXEC SQL
                DECLARE TXRR_CSR CURSOR FOR
                SELECT TXR_COUNTRY, TXR_TIN, TXR_NO_TIN_REASON
                FROM BNKTAXR
                WHERE TXR_PID = :DCL-TXR-PID
                  AND TXR_COUNTRY <> 'USA'
                ORDER BY TXR_COUNTRY
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN TXRR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P230-EXIT
           END-IF.

           PERFORM P235-FETCH-RESIDENCY
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JUR-COUNT IS NOT LESS THAN 5.

           EXEC SQL
                CLOSE TXRR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P230-EXIT.
           EXIT.

       P235-FETCH-RESIDENCY.
           EXEC SQL
                FETCH TXRR_CSR
                INTO :DCL-TXR-COUNTRY,
                     :DCL-TXR-TIN,
                     :DCL-TXR-NO-TIN-REASON
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-JUR-COUNT
               MOVE DCL-TXR-COUNTRY TO WS-JUR-COUNTRY(WS-JUR-COUNT)
               MOVE DCL-TXR-TIN     TO WS-JUR-TIN(WS-JUR-COUNT)
               MOVE DCL-TXR-NO-TIN-REASON
                 TO WS-JUR-NO-TIN(WS-JUR-COUNT)
               MOVE 'C' TO WS-JUR-DOC-STATUS(WS-JUR-COUNT)
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Undocumented - indicia but no valid self-certification.  The
      * address country stands as the jurisdiction where it is
      * foreign; otherwise the authority's 'UND' code is used.
      *-----------------------------------------------------------------
       P240-UNDOCUMENTED-JURISDICTION.
           MOVE 1 TO WS-JUR-COUNT.

           IF DCL-TXC-IND-ADDRESS NOT = SPACE
               MOVE DCL-BCS-COUNTRY(1:3) TO WS-JUR-COUNTRY(1)
           ELSE
               MOVE 'UND' TO WS-JUR-COUNTRY(1)
           END-IF.

           MOVE 'U' TO WS-JUR-DOC-STATUS(1).

       P250-FETCH-ACCOUNT.
           EXEC SQL
                FETCH TXRA_CSR
                INTO :DCL-BAC-ACCNO,
                     :DCL-BAC-ACCTYPE,
                     :DCL-BAC-CURRENCY,
                     :DCL-BAC-STATUS,
                     :DCL-BAC-CLOSE-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P260-ONE-ACCOUNT THRU P260-EXIT
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One account - closed before the year began, it is not
      * reportable.  Balance from the year-end snapshot (a negative
      * balance reports as nil), interest from the year's type '3'
      * credits.
      *-----------------------------------------------------------------
       P260-ONE-ACCOUNT.
           IF DCL-BAC-STATUS = 'C' AND
              DCL-BAC-CLOSE-DATE NOT = SPACES AND
              DCL-BAC-CLOSE-DATE < WS-YEAR-FROM
               GO TO P260-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(BSN_BALANCE), 0)
                  INTO :WS-SNAP-COUNT, :WS-ACC-BALANCE
                  FROM BNKBSNP
                 WHERE BSN_ACCNO = :DCL-BAC-ACCNO
                   AND BSN_DATE  =
                       (SELECT MAX(BSN_DATE)
                          FROM BNKBSNP
                         WHERE BSN_ACCNO = :DCL-BAC-ACCNO
                           AND BSN_DATE >= :WS-YEAR-FROM
                           AND BSN_DATE <= :WS-YEAR-END)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           EXEC SQL
                SELECT COALESCE(SUM(BTX_AMOUNT), 0)
                  INTO :WS-ACC-INTEREST
                  FROM BNKTXN
                 WHERE BTX_ACCNO = :DCL-BAC-ACCNO
                   AND BTX_TYPE = '3'
                   AND BTX_TIMESTAMP >= :WS-YEAR-FROM
                   AND BTX_TIMESTAMP <  :WS-YEAR-TO
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           IF WS-JOB-HAD-ERROR
               GO TO P260-EXIT
           END-IF.

           IF WS-SNAP-COUNT = ZERO AND WS-ACC-INTEREST = ZERO AND
              DCL-BAC-STATUS NOT = 'C'
               GO TO P260-EXIT
           END-IF.

           IF DCL-BAC-STATUS = 'C' OR WS-ACC-BALANCE < ZERO
               MOVE ZERO TO WS-ACC-BALANCE
           END-IF.

           PERFORM P270-WRITE-DETAIL
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > WS-JUR-COUNT.

       P260-EXIT.
           EXIT.

       P270-WRITE-DETAIL.
           MOVE WS-JUR-COUNTRY(WS-JUR-SUB)    TO TAXD-JURISDICTION.
           MOVE WS-JUR-DOC-STATUS(WS-JUR-SUB) TO TAXD-DOC-STATUS.
           MOVE WS-JUR-TIN(WS-JUR-SUB)        TO TAXD-TIN.
           MOVE WS-JUR-NO-TIN(WS-JUR-SUB)     TO TAXD-NO-TIN.
           MOVE DCL-BCS-PID       TO TAXD-PID.
           MOVE DCL-BCS-NAME      TO TAXD-NAME.
           MOVE DCL-BCS-ADDR1     TO TAXD-ADDR1.
           MOVE DCL-BCS-ADDR2     TO TAXD-ADDR2.
           MOVE DCL-BCS-COUNTRY   TO TAXD-ADDR-COUNTRY.
           MOVE DCL-BAC-ACCNO     TO TAXD-ACCNO.
           MOVE DCL-BAC-ACCTYPE   TO TAXD-ACCTYPE.
           MOVE DCL-BAC-CURRENCY  TO TAXD-CURRENCY.
           MOVE WS-ACC-BALANCE    TO TAXD-BALANCE.
           MOVE WS-ACC-INTEREST   TO TAXD-INTEREST.

           IF DCL-BAC-STATUS = 'C'
               MOVE 'Y' TO TAXD-CLOSED
           ELSE
               MOVE 'N' TO TAXD-CLOSED
           END-IF.

           WRITE TAXFILE-RECORD FROM WS-TAX-DETAIL.

           ADD 1               TO WS-RECORD-COUNT WS-CUST-RECORDS.
           ADD WS-ACC-BALANCE  TO WS-TOTAL-BALANCE.
           ADD WS-ACC-INTEREST TO WS-TOTAL-INTEREST.

      *-----------------------------------------------------------------
      * The control totals the authority reconciles the detail to.
      *-----------------------------------------------------------------
       P400-WRITE-TRAILER.
           MOVE WS-REPORTED-COUNT TO TAXT-CUSTOMERS.
           MOVE WS-UNDOC-COUNT    TO TAXT-UNDOCUMENTED.
           MOVE WS-RECORD-COUNT   TO TAXT-RECORDS.
           MOVE WS-TOTAL-BALANCE  TO TAXT-BALANCE.
           MOVE WS-TOTAL-INTEREST TO TAXT-INTEREST.
           WRITE TAXFILE-RECORD FROM WS-TAX-TRAILER.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DTAXR03P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Nothing on the book changes - this closes the unit of work
      * the same way every batch step does.
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
           MOVE 'TAXREPT' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'TAXREPT' TO CD37I-JOB.
           MOVE WS-CUST-COUNT TO CD37I-ROWS-READ.
           MOVE WS-RECORD-COUNT TO CD37I-ROWS-POSTED.
           MOVE ZERO TO CD37I-ROWS-REJECTED.
           MOVE WS-TOTAL-INTEREST TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
