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
001300* Program:     DHASH02P.CBL                                     *
001400* Function:    Nightly hash-chain verification - walks the      *
001500*              tamper-evidence chain DHASH01P keeps on each     *
001600*              evidence table (BNKTXN, BNKSADT, BNKMADT,        *
001700*              BNKCADT, BNKLOGA) from its first link to the     *
001800*              last one its BNKHCTL control row handed out.     *
001900*              Rows DBANK51P has moved to BNKTXNH, BNKCADTH     *
002000*              and BNKLOGAH keep their links and are walked     *
002100*              in sequence with the live rows.  Every row's     *
002200*              hash is recomputed from its content and the      *
002300*              previous row's stored hash.  Findings:           *
002400*                G gap     - links missing (rows deleted), or   *
002500*                            the chain stops short of the end   *
002600*                            the control row records            *
002700*                A altered - the row no longer hashes to the    *
002800*                            value stored on it                 *
002900*                B break   - a link duplicated, or the last     *
003000*                            link's hash not the one the        *
003100*                            control row holds                  *
003200*              Each table's findings replace its rows on        *
003300*              BNKHBRK (shown on the B93 dashboard) and are     *
003400*              listed on HASHCHN.RPT; any finding queues an     *
003500*              e-mail to the security officer.  A chain that    *
003600*              walks clean moves its verified mark on.  Rows    *
003700*              written before chaining began carry sequence     *
003800*              zero and are not walked.  Findings do not stop   *
003900*              the nightly stream - only a database or file     *
004000*              failure ends the step with return code 8.        *
004010*              An address-history or login-audit row whose      *
004020*              personal data DPURG02P destroyed carries its     *
004030*              certificate of destruction number instead of     *
004040*              its original content; its stored link is taken  *
004050*              as it stands once the certificate is found on    *
004060*              BNKPURGE, and is a finding when it is not.       *
004100*              SQL version - standalone batch step, connects    *
004200*              and disconnects itself.                          *
004300*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DHASH02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HASHCHN ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HASHCHN.
       01  HASHCHN-RECORD                       PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-OUT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\HASHCHN.RPT".
           05  WS-FILE-STATUS                    PIC X(2).
               88  WS-FILE-OK                    VALUE "00".
      *-----------------------------------------------------------------
      * Who hears about a finding - site-tunable.  'SECOF' is the
      * pseudo-PID the e-mail is queued under since no customer is
      * involved.
      *-----------------------------------------------------------------
           05  WS-SEC-EMAIL                      PIC X(30)
                   VALUE 'security@bankdemo.com'.
           05  WS-SEC-PID                        PIC X(5)
                   VALUE 'SECOF'.
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-HASH-ERRMSG                    PIC X(65).
           05  WS-HASH-GOODMSG                   PIC X(65).
      *    Findings written per table - a chain broken wholesale is
      *    still counted in full, but only this many are listed.
           05  WS-FINDING-MAX                    PIC S9(7) COMP-3
                                                  VALUE 500.
           05  WS-TABLE-SUB                      PIC S9(4) COMP.
           05  WS-TABLE-FINDINGS                 PIC S9(7) COMP-3.
           05  WS-TOTAL-FINDINGS                 PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-TOTAL-LINKS                    PIC S9(11) COMP-3
                                                  VALUE ZERO.
           05  WS-CLEAN-CHAINS                   PIC S9(4) COMP-3
                                                  VALUE ZERO.
           05  WS-TABLE-LINKS                    PIC S9(11) COMP-3.
           05  WS-PREV-SEQ                       PIC S9(11) COMP-3.
           05  WS-PREV-HASH                      PIC X(20).
           05  WS-GENESIS-HASH                   PIC X(20)
                                                  VALUE ALL '0'.
           05  WS-ROW-SEQ                        PIC S9(11) COMP-3.
           05  WS-ROW-HASH                       PIC X(20).
           05  WS-FIND-KIND                      PIC X(1).
           05  WS-FIND-SEQ                       PIC S9(11) COMP-3.
           05  WS-FIND-DETAIL                    PIC X(60).
           05  WS-SEQ-DSP                        PIC 9(11).
           05  WS-SEQ-DSP2                       PIC 9(11).
           05  WS-FINDINGS-DSP                   PIC 9(7).
           05  WS-CERT-OK                        PIC X(10)
                                                  VALUE SPACES.

      *    The chained tables, walked in this order.
       01  WS-CHAIN-TABLES.
           05  FILLER                            PIC X(8)
                                                  VALUE 'BNKTXN  '.
           05  FILLER                            PIC X(8)
                                                  VALUE 'BNKSADT '.
           05  FILLER                            PIC X(8)
                                                  VALUE 'BNKMADT '.
           05  FILLER                            PIC X(8)
                                                  VALUE 'BNKCADT '.
           05  FILLER                            PIC X(8)
                                                  VALUE 'BNKLOGA '.
       01  WS-CHAIN-TABLE-TAB REDEFINES WS-CHAIN-TABLES.
           05  WS-CHAIN-TABLE                    PIC X(8)
                                                  OCCURS 5 TIMES.

       01  WS-FINDING-LINE.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-FL-TABLE                       PIC X(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-FL-KIND                        PIC X(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-FL-SEQ                         PIC Z(10)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  WS-FL-DETAIL                      PIC X(60).

       01  WS-SUMMARY-LINE.
           05  WS-SL-TABLE                       PIC X(8).
           05  FILLER                            PIC X(15)
                   VALUE ' links walked: '.
           05  WS-SL-LINKS                       PIC Z(10)9.
           05  FILLER                            PIC X(8)
                   VALUE ' - last '.
           05  WS-SL-LAST                        PIC Z(10)9.
           05  FILLER                            PIC X(12)
                   VALUE ' - findings '.
           05  WS-SL-FINDINGS                    PIC Z(6)9.
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  WS-SL-VERDICT                     PIC X(20).

           COPY CHASH01.
           COPY CBANKVC20.
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSHC
           END-EXEC.

           COPY CBANKSHCX.

           EXEC SQL
                INCLUDE CBANKSHB
           END-EXEC.

           COPY CBANKSHBX.

           EXEC SQL
                INCLUDE CBANKSTX
           END-EXEC.

           COPY CBANKSTXX.

           EXEC SQL
                INCLUDE CBANKSSA
           END-EXEC.

           COPY CBANKSSAX.

           EXEC SQL
                INCLUDE CBANKSMA
           END-EXEC.

           COPY CBANKSMAX.

           EXEC SQL
                INCLUDE CBANKSCA
           END-EXEC.

           COPY CBANKSCAX.

           EXEC SQL
                INCLUDE CBANKSLA
           END-EXEC.

           COPY CBANKSLAX.

       01  WS-WALK-LAST                          PIC S9(11) COMP-3.
       01  WS-ROW-FILLER                         PIC X(20)
                                                  VALUE SPACES.
       01  WS-ROW-CERT                           PIC X(10).
       01  WS-CERT-COUNT                         PIC S9(9) COMP.

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
               PERFORM P100-RUN-VERIFICATION THRU
                       RUN-VERIFICATION-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DHASH02P - unable to connect, verification aborted'
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
      * Open the report, walk each chain in turn, then tell the
      * security officer if anything was found.
      *=================================================================
       P100-RUN-VERIFICATION.
           OPEN OUTPUT HASHCHN.

           IF NOT WS-FILE-OK
               DISPLAY 'DHASH02P - cannot open report file, status: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-VERIFICATION-EXIT
           END-IF.

           MOVE 'HASH-CHAIN VERIFICATION REPORT - EVIDENCE TABLES'
             TO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.
           MOVE SPACES TO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.

           PERFORM P200-VERIFY-CHAIN THRU VERIFY-CHAIN-EXIT
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > 5
                  OR WS-JOB-HAD-ERROR.

           MOVE SPACES TO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.
           MOVE WS-TOTAL-FINDINGS TO WS-FINDINGS-DSP.
           STRING 'TOTAL FINDINGS: ' DELIMITED BY SIZE
                  WS-FINDINGS-DSP    DELIMITED BY SIZE
             INTO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.

           CLOSE HASHCHN.

           IF WS-TOTAL-FINDINGS > ZERO AND NOT WS-JOB-HAD-ERROR
               PERFORM P700-ALERT-SECURITY
           END-IF.

           DISPLAY 'DHASH02P - verification complete, links: '
                   WS-TOTAL-LINKS ' findings: ' WS-TOTAL-FINDINGS.

       RUN-VERIFICATION-EXIT.
           EXIT.

      *=================================================================
      * One chain.  The control row is read first - a writer part
      * way through taking a link holds it until it commits - and the
      * walk stops at the last link it records, so rows being written
      * while the walk runs are left for tomorrow night.  Each chain
      * commits on its own so the control row is not held for the
      * rest of the run.
      *=================================================================
       P200-VERIFY-CHAIN.
           MOVE WS-CHAIN-TABLE(WS-TABLE-SUB) TO DCL-HCC-TABLE.
           MOVE ZERO            TO WS-TABLE-FINDINGS WS-TABLE-LINKS
                                   WS-PREV-SEQ.
           MOVE WS-GENESIS-HASH TO WS-PREV-HASH.

           EXEC SQL
                SELECT HCC_LAST_SEQ,
                       HCC_LAST_HASH
                INTO :DCL-HCC-LAST-SEQ,
                     :DCL-HCC-LAST-HASH
                FROM BNKHCTL
                WHERE HCC_TABLE = :DCL-HCC-TABLE
           END-EXEC.

           IF SQLCODE = +100
               MOVE SPACES        TO HASHCHN-RECORD
               STRING DCL-HCC-TABLE        DELIMITED BY SIZE
                      ' not chained yet - no rows written since'
                                           DELIMITED BY SIZE
                      ' chaining began'    DELIMITED BY SIZE
                 INTO HASHCHN-RECORD
               WRITE HASHCHN-RECORD
               GO TO VERIFY-CHAIN-EXIT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO VERIFY-CHAIN-EXIT
           END-IF.

           MOVE DCL-HCC-LAST-SEQ TO WS-WALK-LAST.
           MOVE DCL-HCC-TABLE    TO DCL-HBK-TABLE.

           EXEC SQL
                DELETE FROM BNKHBRK
                WHERE HBK_TABLE = :DCL-HBK-TABLE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO VERIFY-CHAIN-EXIT
           END-IF.

           EVALUATE WS-TABLE-SUB
               WHEN 1
                   PERFORM P210-WALK-BNKTXN
               WHEN 2
                   PERFORM P220-WALK-BNKSADT
               WHEN 3
                   PERFORM P230-WALK-BNKMADT
               WHEN 4
                   PERFORM P240-WALK-BNKCADT
               WHEN 5
                   PERFORM P250-WALK-BNKLOGA
           END-EVALUATE.

           IF WS-JOB-HAD-ERROR
               GO TO VERIFY-CHAIN-EXIT
           END-IF.

           PERFORM P290-CHECK-CHAIN-END.

           IF WS-TABLE-FINDINGS = ZERO
               MOVE WS-PREV-SEQ  TO DCL-HCC-VERIFIED-SEQ
               MOVE WS-PREV-HASH TO DCL-HCC-VERIFIED-HASH
               MOVE ZERO         TO DCL-HCC-BREAKS
               EXEC SQL
                    UPDATE BNKHCTL
                    SET HCC_VERIFIED_SEQ  = :DCL-HCC-VERIFIED-SEQ,
                        HCC_VERIFIED_HASH = :DCL-HCC-VERIFIED-HASH,
                        HCC_VERIFIED_TS   = CURRENT TIMESTAMP,
                        HCC_BREAKS        = :DCL-HCC-BREAKS
                    WHERE HCC_TABLE = :DCL-HCC-TABLE
               END-EXEC
               ADD 1 TO WS-CLEAN-CHAINS
               MOVE 'CHAIN INTACT'       TO WS-SL-VERDICT
           ELSE
               MOVE WS-TABLE-FINDINGS TO DCL-HCC-BREAKS
               EXEC SQL
                    UPDATE BNKHCTL
                    SET HCC_BREAKS = :DCL-HCC-BREAKS
                    WHERE HCC_TABLE = :DCL-HCC-TABLE
               END-EXEC
               MOVE '*** INTEGRITY FAIL' TO WS-SL-VERDICT
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF WS-JOB-HAD-ERROR
               GO TO VERIFY-CHAIN-EXIT
           END-IF.

           MOVE DCL-HCC-TABLE     TO WS-SL-TABLE.
           MOVE WS-TABLE-LINKS    TO WS-SL-LINKS.
           MOVE WS-WALK-LAST      TO WS-SL-LAST.
           MOVE WS-TABLE-FINDINGS TO WS-SL-FINDINGS.
           MOVE WS-SUMMARY-LINE   TO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.

           ADD WS-TABLE-LINKS TO WS-TOTAL-LINKS.

           CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS.

       VERIFY-CHAIN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BNKTXN and its BNKTXNH archive, one chain in link order.  A
      * null account is hashed as blanks, so it is read back that way.
      *-----------------------------------------------------------------
       P210-WALK-BNKTXN.
           EXEC SQL
                DECLARE HTX_CSR CURSOR FOR
                SELECT BTX_TYPE, BTX_SUB_TYPE,
                       COALESCE(BTX_ACCNO, ' '),
                       CHAR(BTX_TIMESTAMP), BTX_AMOUNT,
                       BTX_DATA_OLD, BTX_DATA_NEW, BTX_CATEGORY,
                       BTX_XFER_REF, BTX_BRANCH, BTX_VALUE_DATE,
                       BTX_POST_DATE, BTX_CHAIN_SEQ, BTX_CHAIN_HASH
                FROM BNKTXN
                WHERE BTX_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                UNION ALL
                SELECT BTX_TYPE, BTX_SUB_TYPE,
                       COALESCE(BTX_ACCNO, ' '),
                       CHAR(BTX_TIMESTAMP), BTX_AMOUNT,
                       BTX_DATA_OLD, BTX_DATA_NEW, BTX_CATEGORY,
                       BTX_XFER_REF, BTX_BRANCH, BTX_VALUE_DATE,
                       BTX_POST_DATE, BTX_CHAIN_SEQ, BTX_CHAIN_HASH
                FROM BNKTXNH
                WHERE BTX_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                ORDER BY 13
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN HTX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P215-FETCH-BNKTXN
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE HTX_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P215-FETCH-BNKTXN.
           MOVE SPACES TO DCLTXN.

           EXEC SQL
                FETCH HTX_CSR
                INTO :DCL-BTX-TYPE, :DCL-BTX-SUB-TYPE,
                     :DCL-BTX-ACCNO,
                     :DCL-BTX-TIMESTAMP, :DCL-BTX-AMOUNT,
                     :DCL-BTX-DATA-OLD, :DCL-BTX-DATA-NEW,
                     :DCL-BTX-CATEGORY,
                     :DCL-BTX-XFER-REF, :DCL-BTX-BRANCH,
                     :DCL-BTX-VALUE-DATE,
                     :DCL-BTX-POST-DATE, :DCL-BTX-CHAIN-SEQ,
                     :DCL-BTX-CHAIN-HASH
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCLTXN             TO HASH01I-ROW
               MOVE DCL-BTX-CHAIN-SEQ  TO WS-ROW-SEQ
               MOVE DCL-BTX-CHAIN-HASH TO WS-ROW-HASH
               PERFORM P300-CHECK-LINK
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * BNKSADT - not archived, the live table is the whole chain.
      *-----------------------------------------------------------------
       P220-WALK-BNKSADT.
           EXEC SQL
                DECLARE HSA_CSR CURSOR FOR
                SELECT CHAR(SAD_TIMESTAMP), SAD_ADMIN_PID,
                       SAD_TARGET_PID, SAD_ACTION, SAD_OLD_VALUE,
                       SAD_NEW_VALUE, SAD_CHAIN_SEQ, SAD_CHAIN_HASH
                FROM BNKSADT
                WHERE SAD_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                ORDER BY SAD_CHAIN_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN HSA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P225-FETCH-BNKSADT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE HSA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P225-FETCH-BNKSADT.
           MOVE SPACES TO DCLSADT.

           EXEC SQL
                FETCH HSA_CSR
                INTO :DCL-SAD-TIMESTAMP, :DCL-SAD-ADMIN-PID,
                     :DCL-SAD-TARGET-PID, :DCL-SAD-ACTION,
                     :DCL-SAD-OLD-VALUE, :DCL-SAD-NEW-VALUE,
                     :DCL-SAD-CHAIN-SEQ, :DCL-SAD-CHAIN-HASH
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCLSADT            TO HASH01I-ROW
               MOVE DCL-SAD-CHAIN-SEQ  TO WS-ROW-SEQ
               MOVE DCL-SAD-CHAIN-HASH TO WS-ROW-HASH
               PERFORM P300-CHECK-LINK
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * BNKMADT - not archived, the live table is the whole chain.
      *-----------------------------------------------------------------
       P230-WALK-BNKMADT.
           EXEC SQL
                DECLARE HMA_CSR CURSOR FOR
                SELECT CHAR(MAD_TIMESTAMP), MAD_USERID, MAD_PROGRAM,
                       MAD_TABLE, MAD_KEY, MAD_ACTION, MAD_BEFORE,
                       MAD_AFTER, MAD_CHAIN_SEQ, MAD_CHAIN_HASH
                FROM BNKMADT
                WHERE MAD_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                ORDER BY MAD_CHAIN_SEQ
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN HMA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P235-FETCH-BNKMADT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE HMA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P235-FETCH-BNKMADT.
           MOVE SPACES TO DCLMADT.

           EXEC SQL
                FETCH HMA_CSR
                INTO :DCL-MAD-TIMESTAMP, :DCL-MAD-USERID,
                     :DCL-MAD-PROGRAM, :DCL-MAD-TABLE,
                     :DCL-MAD-KEY, :DCL-MAD-ACTION,
                     :DCL-MAD-BEFORE, :DCL-MAD-AFTER,
                     :DCL-MAD-CHAIN-SEQ, :DCL-MAD-CHAIN-HASH
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCLMADT            TO HASH01I-ROW
               MOVE DCL-MAD-CHAIN-SEQ  TO WS-ROW-SEQ
               MOVE DCL-MAD-CHAIN-HASH TO WS-ROW-HASH
               PERFORM P300-CHECK-LINK
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * BNKCADT and its BNKCADTH archive, one chain in link order.
      *-----------------------------------------------------------------
       P240-WALK-BNKCADT.
           EXEC SQL
                DECLARE HCA_CSR CURSOR FOR
                SELECT CHAR(BCA_TIMESTAMP), BCA_USERID,
                       BCA_OLD_ADDR1, BCA_OLD_ADDR2, BCA_OLD_STATE,
                       BCA_OLD_COUNTRY, BCA_OLD_POST_CODE,
                       BCA_OLD_TEL, BCA_OLD_EMAIL,
                       BCA_NEW_ADDR1, BCA_NEW_ADDR2, BCA_NEW_STATE,
                       BCA_NEW_COUNTRY, BCA_NEW_POST_CODE,
                       BCA_NEW_TEL, BCA_NEW_EMAIL,
                       BCA_CHAIN_SEQ, BCA_CHAIN_HASH, BCA_FILLER
                FROM BNKCADT
                WHERE BCA_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                UNION ALL
                SELECT CHAR(BCA_TIMESTAMP), BCA_USERID,
                       BCA_OLD_ADDR1, BCA_OLD_ADDR2, BCA_OLD_STATE,
                       BCA_OLD_COUNTRY, BCA_OLD_POST_CODE,
                       BCA_OLD_TEL, BCA_OLD_EMAIL,
                       BCA_NEW_ADDR1, BCA_NEW_ADDR2, BCA_NEW_STATE,
                       BCA_NEW_COUNTRY, BCA_NEW_POST_CODE,
                       BCA_NEW_TEL, BCA_NEW_EMAIL,
                       BCA_CHAIN_SEQ, BCA_CHAIN_HASH, BCA_FILLER
                FROM BNKCADTH
                WHERE BCA_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                ORDER BY 17
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN HCA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P245-FETCH-BNKCADT
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE HCA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P245-FETCH-BNKCADT.
           MOVE SPACES TO DCLCADT.

           EXEC SQL
                FETCH HCA_CSR
                INTO :DCL-BCA-TIMESTAMP, :DCL-BCA-USERID,
                     :DCL-BCA-OLD-ADDR1, :DCL-BCA-OLD-ADDR2,
                     :DCL-BCA-OLD-STATE, :DCL-BCA-OLD-COUNTRY,
                     :DCL-BCA-OLD-POST-CODE, :DCL-BCA-OLD-TEL,
                     :DCL-BCA-OLD-EMAIL,
                     :DCL-BCA-NEW-ADDR1, :DCL-BCA-NEW-ADDR2,
                     :DCL-BCA-NEW-STATE, :DCL-BCA-NEW-COUNTRY,
                     :DCL-BCA-NEW-POST-CODE, :DCL-BCA-NEW-TEL,
                     :DCL-BCA-NEW-EMAIL,
                     :DCL-BCA-CHAIN-SEQ, :DCL-BCA-CHAIN-HASH,
                     :WS-ROW-FILLER
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCLCADT            TO HASH01I-ROW
               MOVE DCL-BCA-CHAIN-SEQ  TO WS-ROW-SEQ
               MOVE DCL-BCA-CHAIN-HASH TO WS-ROW-HASH
               PERFORM P300-CHECK-LINK
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * BNKLOGA and its BNKLOGAH archive, one chain in link order.
      *-----------------------------------------------------------------
       P250-WALK-BNKLOGA.
           EXEC SQL
                DECLARE HLA_CSR CURSOR FOR
                SELECT CHAR(LGA_TIMESTAMP), LGA_WORKSTATION,
                       LGA_SUCCESS, LGA_CHAIN_SEQ, LGA_CHAIN_HASH,
                       LGA_FILLER
                FROM BNKLOGA
                WHERE LGA_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                UNION ALL
                SELECT CHAR(LGA_TIMESTAMP), LGA_WORKSTATION,
                       LGA_SUCCESS, LGA_CHAIN_SEQ, LGA_CHAIN_HASH,
                       LGA_FILLER
                FROM BNKLOGAH
                WHERE LGA_CHAIN_SEQ BETWEEN 1 AND :WS-WALK-LAST
                ORDER BY 4
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN HLA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P255-FETCH-BNKLOGA
               UNTIL SQLCODE NOT EQUAL ZERO
                  OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE HLA_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P255-FETCH-BNKLOGA.
           MOVE SPACES TO DCLLOGA.

           EXEC SQL
                FETCH HLA_CSR
                INTO :DCL-LGA-TIMESTAMP, :DCL-LGA-WORKSTATION,
                     :DCL-LGA-SUCCESS, :DCL-LGA-CHAIN-SEQ,
                     :DCL-LGA-CHAIN-HASH, :WS-ROW-FILLER
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE DCLLOGA            TO HASH01I-ROW
               MOVE DCL-LGA-CHAIN-SEQ  TO WS-ROW-SEQ
               MOVE DCL-LGA-CHAIN-HASH TO WS-ROW-HASH
               PERFORM P300-CHECK-LINK
               MOVE ZERO TO SQLCODE
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * The end of the walk must be the end the control row recorded
      * - short of it means the newest rows went, ending on a
      * different hash means the chain was rebuilt behind our back.
      *-----------------------------------------------------------------
       P290-CHECK-CHAIN-END.
           EVALUATE TRUE
               WHEN WS-PREV-SEQ < WS-WALK-LAST
                   MOVE 'G'              TO WS-FIND-KIND
                   COMPUTE WS-FIND-SEQ = WS-PREV-SEQ + 1
                   MOVE WS-FIND-SEQ      TO WS-SEQ-DSP
                   MOVE WS-WALK-LAST     TO WS-SEQ-DSP2
                   MOVE SPACES           TO WS-FIND-DETAIL
                   STRING 'Chain ends short - links ' DELIMITED BY SIZE
                          WS-SEQ-DSP                  DELIMITED BY SIZE
                          ' to '                      DELIMITED BY SIZE
                          WS-SEQ-DSP2                 DELIMITED BY SIZE
                          ' missing'                  DELIMITED BY SIZE
                     INTO WS-FIND-DETAIL
                   PERFORM P400-RECORD-FINDING THRU
                           RECORD-FINDING-EXIT
               WHEN WS-PREV-HASH NOT = DCL-HCC-LAST-HASH
                   MOVE 'B'              TO WS-FIND-KIND
                   MOVE WS-PREV-SEQ      TO WS-FIND-SEQ
                   MOVE 'Last link hash differs from the control row'
                     TO WS-FIND-DETAIL
                   PERFORM P400-RECORD-FINDING THRU
                           RECORD-FINDING-EXIT
           END-EVALUATE.

      *=================================================================
      * One link.  A duplicate sequence is a break; a jump is a gap,
      * and the row after a gap cannot be checked against a previous
      * row that is no longer there.  Otherwise the hash is rebuilt
      * from the row and the previous row's stored hash.  The walk
      * carries on from the stored hash either way, so one altered
      * row is one finding rather than the rest of the chain.
      *=================================================================
       P300-CHECK-LINK.
           ADD 1 TO WS-TABLE-LINKS.

           EVALUATE TRUE
               WHEN WS-ROW-SEQ = WS-PREV-SEQ
                   MOVE 'B'              TO WS-FIND-KIND
                   MOVE WS-ROW-SEQ       TO WS-FIND-SEQ
                   MOVE 'Link appears more than once'
                     TO WS-FIND-DETAIL
                   PERFORM P400-RECORD-FINDING THRU
                           RECORD-FINDING-EXIT
               WHEN WS-ROW-SEQ > WS-PREV-SEQ + 1
                   MOVE 'G'              TO WS-FIND-KIND
                   COMPUTE WS-FIND-SEQ = WS-PREV-SEQ + 1
                   MOVE WS-FIND-SEQ      TO WS-SEQ-DSP
                   COMPUTE WS-SEQ-DSP2 = WS-ROW-SEQ - 1
                   MOVE SPACES           TO WS-FIND-DETAIL
                   STRING 'Links '        DELIMITED BY SIZE
                          WS-SEQ-DSP      DELIMITED BY SIZE
                          ' to '          DELIMITED BY SIZE
                          WS-SEQ-DSP2     DELIMITED BY SIZE
                          ' missing'      DELIMITED BY SIZE
                     INTO WS-FIND-DETAIL
                   PERFORM P400-RECORD-FINDING THRU
                           RECORD-FINDING-EXIT
               WHEN WS-ROW-FILLER(1:7) = 'PURGED '
                   PERFORM P310-CHECK-CERTIFICATE
               WHEN OTHER
                   SET HASH01I-RECOMPUTE TO TRUE
                   MOVE DCL-HCC-TABLE    TO HASH01I-TABLE
                   MOVE WS-PREV-HASH     TO HASH01I-PREV-HASH
                   CALL 'DHASH01P' USING BY REFERENCE HASH01-DATA
                                         BY REFERENCE WS-HASH-ERRMSG
                                         BY REFERENCE WS-HASH-GOODMSG
                   IF HASH01O-HASH NOT = WS-ROW-HASH
                       MOVE 'A'          TO WS-FIND-KIND
                       MOVE WS-ROW-SEQ   TO WS-FIND-SEQ
                       MOVE 'Row content or link no longer matches'
                         TO WS-FIND-DETAIL
                       PERFORM P400-RECORD-FINDING THRU
                               RECORD-FINDING-EXIT
                   END-IF
           END-EVALUATE.

           MOVE WS-ROW-SEQ  TO WS-PREV-SEQ.
           MOVE WS-ROW-HASH TO WS-PREV-HASH.
           MOVE SPACES      TO WS-ROW-FILLER.

      *-----------------------------------------------------------------
      * A row whose personal data was destroyed no longer hashes to
      * its link - the link is taken as stored, so the chain either
      * side still proves, provided the certificate it names is on
      * the destruction register.
      *-----------------------------------------------------------------
       P310-CHECK-CERTIFICATE.
           MOVE WS-ROW-FILLER(8:10) TO WS-ROW-CERT.

           IF WS-ROW-CERT NOT = WS-CERT-OK
               MOVE ZERO TO WS-CERT-COUNT
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CERT-COUNT
                      FROM BNKPURGE
                     WHERE PRG_CERT_NO = :WS-ROW-CERT
               END-EXEC
               PERFORM P800-ERROR-CHECK
               IF WS-CERT-COUNT > ZERO
                   MOVE WS-ROW-CERT TO WS-CERT-OK
               END-IF
           END-IF.

           IF WS-ROW-CERT NOT = WS-CERT-OK
               MOVE 'A'          TO WS-FIND-KIND
               MOVE WS-ROW-SEQ   TO WS-FIND-SEQ
               MOVE 'Marked purged without a destruction certificate'
                 TO WS-FIND-DETAIL
               PERFORM P400-RECORD-FINDING THRU
                       RECORD-FINDING-EXIT
           END-IF.

      *=================================================================
      * Count the finding; list it on BNKHBRK and the report while
      * the table is under its listing limit.
      *=================================================================
       P400-RECORD-FINDING.
           ADD 1 TO WS-TABLE-FINDINGS WS-TOTAL-FINDINGS.

           IF WS-TABLE-FINDINGS > WS-FINDING-MAX
               GO TO RECORD-FINDING-EXIT
           END-IF.

           MOVE WS-FIND-KIND   TO DCL-HBK-KIND.
           MOVE WS-FIND-SEQ    TO DCL-HBK-SEQ.
           MOVE WS-FIND-DETAIL TO DCL-HBK-DETAIL.
           SET DCL-HBK-OPEN    TO TRUE.

           EXEC SQL
                INSERT INTO BNKHBRK (
                  HBK_RUN_TS,
                  HBK_TABLE,
                  HBK_SEQ,
                  HBK_KIND,
                  HBK_DETAIL,
                  HBK_STATUS
                ) VALUES (
                  CURRENT TIMESTAMP,
                  :DCL-HBK-TABLE,
                  :DCL-HBK-SEQ,
                  :DCL-HBK-KIND,
                  :DCL-HBK-DETAIL,
                  :DCL-HBK-STATUS)
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           MOVE DCL-HBK-TABLE TO WS-FL-TABLE.
           EVALUATE TRUE
               WHEN DCL-HBK-GAP
                   MOVE 'GAP'     TO WS-FL-KIND
               WHEN DCL-HBK-ALTERED
                   MOVE 'ALTERED' TO WS-FL-KIND
               WHEN OTHER
                   MOVE 'BREAK'   TO WS-FL-KIND
           END-EVALUATE.
           MOVE WS-FIND-SEQ     TO WS-FL-SEQ.
           MOVE WS-FIND-DETAIL  TO WS-FL-DETAIL.
           MOVE WS-FINDING-LINE TO HASHCHN-RECORD.
           WRITE HASHCHN-RECORD.

       RECORD-FINDING-EXIT.
           EXIT.

      *=================================================================
      * Anything found goes to the security officer tonight - the
      * report and the B93 dashboard carry the detail.
      *=================================================================
       P700-ALERT-SECURITY.
           MOVE SPACES       TO CD20-DATA WS-ALERT-ERRMSG.
           MOVE WS-SEC-PID   TO CD20I-PID.
           MOVE WS-SEC-EMAIL TO CD20I-EMAIL.
           MOVE 'HASHVRFY'   TO CD20I-FROM-ACC.
           MOVE SPACES       TO CD20I-TO-ACC.
           MOVE ZERO         TO CD20I-AMOUNT.
           MOVE WS-TOTAL-FINDINGS TO WS-FINDINGS-DSP.
           STRING 'HASH CHAIN FINDINGS '  DELIMITED BY SIZE
                  WS-FINDINGS-DSP         DELIMITED BY SIZE
             INTO CD20I-TAG.

           CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG NOT = SPACES
               DISPLAY 'DHASH02P - security alert not queued: '
                       WS-ALERT-ERRMSG
           END-IF.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DHASH02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Commit the security alert (each chain has committed its own
      * findings already), or roll back what is open if a step failed.
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
           MOVE 'HASHVRFY' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'HASHVRFY' TO CD37I-JOB.
           MOVE WS-TOTAL-LINKS TO CD37I-ROWS-READ.
           MOVE WS-CLEAN-CHAINS TO CD37I-ROWS-POSTED.
           MOVE WS-TOTAL-FINDINGS TO CD37I-ROWS-REJECTED.
           MOVE ZERO TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-OUT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'R' TO CD37I-REPORT-CLASS(1)
               MOVE 'L' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
