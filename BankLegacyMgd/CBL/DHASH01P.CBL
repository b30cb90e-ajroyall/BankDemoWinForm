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
001300* Program:     DHASH01P.CBL                                     *
001400* Function:    Tamper-evidence hash chain over the evidence     *
001500*              tables - BNKTXN, BNKSADT, BNKMADT, BNKCADT and   *
001600*              BNKLOGA.  'N' is called by each writer just      *
001700*              before its INSERT: the table's BNKHCTL control   *
001800*              row is stepped on to the next sequence (which    *
001900*              locks it until the writer commits, so links are  *
002000*              handed out strictly one after another), and the  *
002100*              row's content plus the previous link's hash is   *
002200*              hashed.  The writer inserts the sequence, hash   *
002300*              and the timestamp handed back with the row.      *
002400*              'H' recomputes a row's hash from the previous    *
002500*              row's stored hash for the nightly DHASH02P walk. *
002600*              The customer PID is left out of the hashed       *
002700*              content on BNKTXN, BNKCADT and BNKLOGA because   *
002800*              the DBANK88P customer merge re-keys it; the      *
002900*              BNKLOGA logoff time is left out because it is    *
003000*              stamped on the row after it is written.          *
003100*              The hash is two modular checksums run over the   *
003200*              bytes, ten digits each - it catches a changed,   *
003300*              removed or reordered row, it is not a cipher.    *
003400*              SQL version                                      *
003500*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DHASH01P.
       DATE-WRITTEN.
           2012.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-GENESIS-HASH                   PIC X(20)
                                                 VALUE ALL '0'.
           05  WS-HASH-INPUT                     PIC X(700).
           05  WS-HASH-PTR                       PIC S9(4) COMP.
           05  WS-HASH-LEN                       PIC S9(4) COMP.
           05  WS-HASH-SUB                       PIC S9(4) COMP.
           05  WS-AMOUNT-DSP                     PIC -9(7).99.

      *    The two running checksums and the work fields that keep
      *    them inside their moduli - both primes just under 2**31.
       01  WS-HASH-WORK-AREA.
           05  WS-HASH-1                         PIC S9(18) COMP.
           05  WS-HASH-2                         PIC S9(18) COMP.
           05  WS-HASH-PRODUCT                   PIC S9(18) COMP.
           05  WS-HASH-QUOTIENT                  PIC S9(18) COMP.
           05  WS-HASH-RESULT.
               10  WS-HASH-RESULT-1              PIC 9(10).
               10  WS-HASH-RESULT-2              PIC 9(10).

      *    One byte of the hash input viewed as a binary number.
       01  WS-BYTE-AREA.
           05  WS-BYTE-HIGH                      PIC X(1)
                                                 VALUE LOW-VALUE.
           05  WS-BYTE-CHAR                      PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA  PIC 9(4) COMP.

      *    The row images DHASH01P is handed, one per chained table.
           COPY CBANKSTXX.
           COPY CBANKSSAX.
           COPY CBANKSMAX.
           COPY CBANKSCAX.
           COPY CBANKSLAX.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSHC
           END-EXEC.

           COPY CBANKSHCX.

           COPY SQLCA.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       COPY CHASH01.

       01 BANK-ERRMSG                            PIC X(65).
       01 GOOD-ERRMSG                            PIC X(65).

007600*****************************************************************
007400* use 'by Reference' to ensure data is passed to calling pgm    *
007600*****************************************************************
001400 PROCEDURE DIVISION USING    by Reference HASH01-DATA
                                   by Reference BANK-ERRMSG
                                   by Reference GOOD-ERRMSG.

           MOVE SPACES TO BANK-ERRMSG GOOD-ERRMSG.
           MOVE ZERO   TO HASH01O-SEQ.
           MOVE SPACES TO HASH01O-TIMESTAMP HASH01O-HASH.

           IF NOT HASH01I-BNKTXN  AND NOT HASH01I-BNKSADT
              AND NOT HASH01I-BNKMADT AND NOT HASH01I-BNKCADT
              AND NOT HASH01I-BNKLOGA
               MOVE 'Table is not hash-chained' TO BANK-ERRMSG
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN HASH01I-NEXT-LINK
                   PERFORM P100-NEXT-LINK THRU
                           NEXT-LINK-EXIT
               WHEN HASH01I-RECOMPUTE
                   PERFORM P200-RECOMPUTE
               WHEN OTHER
                   MOVE 'Invalid hash chain function'
                     TO BANK-ERRMSG
           END-EVALUATE.

           GOBACK.

      *=================================================================
      * Step the table's control row on to the next link.  The first
      * row ever written to a table creates the control row with
      * sequence 1 chained from a hash of zeros; two writers racing
      * to create it both come back through the UPDATE.
      *=================================================================
       P100-NEXT-LINK.
           MOVE HASH01I-TABLE TO DCL-HCC-TABLE.

           PERFORM P110-STEP-CONTROL.

           IF SQLCODE = +100
               EXEC SQL
                    INSERT INTO BNKHCTL (
                      HCC_TABLE,
                      HCC_LAST_SEQ,
                      HCC_LAST_HASH,
                      HCC_LAST_TS,
                      HCC_VERIFIED_SEQ,
                      HCC_VERIFIED_HASH,
                      HCC_BREAKS
                    ) VALUES (
                      :DCL-HCC-TABLE,
                      1,
                      :WS-GENESIS-HASH,
                      CURRENT TIMESTAMP,
                      0,
                      :WS-GENESIS-HASH,
                      0)
               END-EXEC
               IF SQLCODE = -803
                   PERFORM P110-STEP-CONTROL
               END-IF
           END-IF.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEXT-LINK-EXIT
           END-IF.

           EXEC SQL
                SELECT HCC_LAST_SEQ,
                       HCC_LAST_HASH,
                       CHAR(HCC_LAST_TS)
                INTO :DCL-HCC-LAST-SEQ,
                     :DCL-HCC-LAST-HASH,
                     :DCL-HCC-LAST-TS
                FROM BNKHCTL
                WHERE HCC_TABLE = :DCL-HCC-TABLE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEXT-LINK-EXIT
           END-IF.

           MOVE DCL-HCC-LAST-HASH TO HASH01I-PREV-HASH.
           PERFORM P300-BUILD-CONTENT.
           PERFORM P500-COMPUTE-HASH.

           EXEC SQL
                UPDATE BNKHCTL
                SET HCC_LAST_HASH = :HASH01O-HASH
                WHERE HCC_TABLE = :DCL-HCC-TABLE
           END-EXEC.

           PERFORM P800-ERROR-CHECK.
           IF BANK-ERRMSG NOT = SPACES
               GO TO NEXT-LINK-EXIT
           END-IF.

           MOVE DCL-HCC-LAST-SEQ TO HASH01O-SEQ.
           MOVE DCL-HCC-LAST-TS  TO HASH01O-TIMESTAMP.

       NEXT-LINK-EXIT.
           EXIT.

       P110-STEP-CONTROL.
           EXEC SQL
                UPDATE BNKHCTL
                SET HCC_LAST_SEQ = HCC_LAST_SEQ + 1,
                    HCC_LAST_TS  = CURRENT TIMESTAMP
                WHERE HCC_TABLE = :DCL-HCC-TABLE
           END-EXEC.

      *=================================================================
      * A row read back - its timestamp is the one it was written
      * with, so the hash is rebuilt from the row exactly as stored.
      *=================================================================
       P200-RECOMPUTE.
           MOVE SPACES TO DCL-HCC-LAST-TS.
           PERFORM P300-BUILD-CONTENT.
           PERFORM P500-COMPUTE-HASH.

      *=================================================================
      * The hashed content - the previous link's hash, then the row's
      * columns in table order as the row is (or will be) stored.  On
      * 'N' the timestamp is the one just stamped on the control row,
      * which is what the writer inserts.
      *=================================================================
       P300-BUILD-CONTENT.
           MOVE SPACES TO WS-HASH-INPUT.
           MOVE 1      TO WS-HASH-PTR.

           EVALUATE TRUE
               WHEN HASH01I-BNKTXN
                   PERFORM P310-CONTENT-BNKTXN
               WHEN HASH01I-BNKSADT
                   PERFORM P320-CONTENT-BNKSADT
               WHEN HASH01I-BNKMADT
                   PERFORM P330-CONTENT-BNKMADT
               WHEN HASH01I-BNKCADT
                   PERFORM P340-CONTENT-BNKCADT
               WHEN HASH01I-BNKLOGA
                   PERFORM P350-CONTENT-BNKLOGA
           END-EVALUATE.

           COMPUTE WS-HASH-LEN = WS-HASH-PTR - 1.

       P310-CONTENT-BNKTXN.
           MOVE HASH01I-ROW TO DCLTXN.
           IF HASH01I-NEXT-LINK
               MOVE DCL-HCC-LAST-TS TO DCL-BTX-TIMESTAMP
           END-IF.
           MOVE DCL-BTX-AMOUNT TO WS-AMOUNT-DSP.

           STRING HASH01I-PREV-HASH    DELIMITED BY SIZE
                  DCL-BTX-TYPE         DELIMITED BY SIZE
                  DCL-BTX-SUB-TYPE     DELIMITED BY SIZE
                  DCL-BTX-ACCNO        DELIMITED BY SIZE
                  DCL-BTX-TIMESTAMP    DELIMITED BY SIZE
                  WS-AMOUNT-DSP        DELIMITED BY SIZE
                  DCL-BTX-DATA-OLD     DELIMITED BY SIZE
                  DCL-BTX-DATA-NEW     DELIMITED BY SIZE
                  DCL-BTX-CATEGORY     DELIMITED BY SIZE
                  DCL-BTX-XFER-REF     DELIMITED BY SIZE
                  DCL-BTX-BRANCH       DELIMITED BY SIZE
                  DCL-BTX-VALUE-DATE   DELIMITED BY SIZE
                  DCL-BTX-POST-DATE    DELIMITED BY SIZE
             INTO WS-HASH-INPUT
             WITH POINTER WS-HASH-PTR.

       P320-CONTENT-BNKSADT.
           MOVE HASH01I-ROW TO DCLSADT.
           IF HASH01I-NEXT-LINK
               MOVE DCL-HCC-LAST-TS TO DCL-SAD-TIMESTAMP
           END-IF.

           STRING HASH01I-PREV-HASH    DELIMITED BY SIZE
                  DCL-SAD-TIMESTAMP    DELIMITED BY SIZE
                  DCL-SAD-ADMIN-PID    DELIMITED BY SIZE
                  DCL-SAD-TARGET-PID   DELIMITED BY SIZE
                  DCL-SAD-ACTION       DELIMITED BY SIZE
                  DCL-SAD-OLD-VALUE    DELIMITED BY SIZE
                  DCL-SAD-NEW-VALUE    DELIMITED BY SIZE
             INTO WS-HASH-INPUT
             WITH POINTER WS-HASH-PTR.

       P330-CONTENT-BNKMADT.
           MOVE HASH01I-ROW TO DCLMADT.
           IF HASH01I-NEXT-LINK
               MOVE DCL-HCC-LAST-TS TO DCL-MAD-TIMESTAMP
           END-IF.

           STRING HASH01I-PREV-HASH    DELIMITED BY SIZE
                  DCL-MAD-TIMESTAMP    DELIMITED BY SIZE
                  DCL-MAD-USERID       DELIMITED BY SIZE
                  DCL-MAD-PROGRAM      DELIMITED BY SIZE
                  DCL-MAD-TABLE        DELIMITED BY SIZE
                  DCL-MAD-KEY          DELIMITED BY SIZE
                  DCL-MAD-ACTION       DELIMITED BY SIZE
                  DCL-MAD-BEFORE       DELIMITED BY SIZE
                  DCL-MAD-AFTER        DELIMITED BY SIZE
             INTO WS-HASH-INPUT
             WITH POINTER WS-HASH-PTR.

       P340-CONTENT-BNKCADT.
           MOVE HASH01I-ROW TO DCLCADT.
           IF HASH01I-NEXT-LINK
               MOVE DCL-HCC-LAST-TS TO DCL-BCA-TIMESTAMP
           END-IF.

           STRING HASH01I-PREV-HASH     DELIMITED BY SIZE
                  DCL-BCA-TIMESTAMP     DELIMITED BY SIZE
                  DCL-BCA-USERID        DELIMITED BY SIZE
                  DCL-BCA-OLD-ADDR1     DELIMITED BY SIZE
                  DCL-BCA-OLD-ADDR2     DELIMITED BY SIZE
                  DCL-BCA-OLD-STATE     DELIMITED BY SIZE
                  DCL-BCA-OLD-COUNTRY   DELIMITED BY SIZE
                  DCL-BCA-OLD-POST-CODE DELIMITED BY SIZE
                  DCL-BCA-OLD-TEL       DELIMITED BY SIZE
                  DCL-BCA-OLD-EMAIL     DELIMITED BY SIZE
                  DCL-BCA-NEW-ADDR1     DELIMITED BY SIZE
                  DCL-BCA-NEW-ADDR2     DELIMITED BY SIZE
                  DCL-BCA-NEW-STATE     DELIMITED BY SIZE
                  DCL-BCA-NEW-COUNTRY   DELIMITED BY SIZE
                  DCL-BCA-NEW-POST-CODE DELIMITED BY SIZE
                  DCL-BCA-NEW-TEL       DELIMITED BY SIZE
                  DCL-BCA-NEW-EMAIL     DELIMITED BY SIZE
             INTO WS-HASH-INPUT
             WITH POINTER WS-HASH-PTR.

       P350-CONTENT-BNKLOGA.
           MOVE HASH01I-ROW TO DCLLOGA.
           IF HASH01I-NEXT-LINK
               MOVE DCL-HCC-LAST-TS TO DCL-LGA-TIMESTAMP
           END-IF.

           STRING HASH01I-PREV-HASH    DELIMITED BY SIZE
                  DCL-LGA-TIMESTAMP    DELIMITED BY SIZE
                  DCL-LGA-WORKSTATION  DELIMITED BY SIZE
                  DCL-LGA-SUCCESS      DELIMITED BY SIZE
             INTO WS-HASH-INPUT
             WITH POINTER WS-HASH-PTR.

      *=================================================================
      * Run both checksums over every byte of the content.  Each step
      * multiplies the running value up, adds the byte (plus one, so
      * a low-value byte still counts) and keeps the remainder.
      *=================================================================
       P500-COMPUTE-HASH.
           MOVE 5381 TO WS-HASH-1.
           MOVE 7919 TO WS-HASH-2.

           PERFORM P510-HASH-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-HASH-LEN.

           MOVE WS-HASH-1      TO WS-HASH-RESULT-1.
           MOVE WS-HASH-2      TO WS-HASH-RESULT-2.
           MOVE WS-HASH-RESULT TO HASH01O-HASH.

       P510-HASH-BYTE.
           MOVE WS-HASH-INPUT(WS-HASH-SUB:1) TO WS-BYTE-CHAR.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-1 * 257 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483647
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-1.

           COMPUTE WS-HASH-PRODUCT =
                   WS-HASH-2 * 65599 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-PRODUCT BY 2147483629
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-2.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO DISP-SQLCODE
               STRING 'Hash chain update failed - SQLCODE: '
                        DELIMITED BY SIZE
                      DISP-SQLCODE DELIMITED BY SIZE
                 INTO BANK-ERRMSG
           END-IF.
