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
001300* Program:     DMINR02P.CBL                                    *
001400* Function:    Age-of-majority run - monthly.  Every open      *
001500*              account of a minor's product (BAT_ADULT_TYPE    *
001600*              set) or carrying a guardian ('G') holder, whose *
001700*              owner has a date of birth on file, is looked at *
001800*              against the MINORAGE parameter (18 when BNKPARM *
001900*              is silent), the same sum DMINR01P does:         *
002000*                - coming of age next month: a MINORMAJ notice *
002100*                  goes to the owner and to each guardian      *
002200*                  through DBANK20P/BNKMAILQ;                  *
002300*                - of age already: the account converts to its *
002400*                  adult type through DCONV01P (which audits   *
002500*                  the move to BNKMADT and commits it), each   *
002600*                  guardian row is taken off through DBANK22P  *
002700*                  'D' (audited the same way) and a MINORCONV  *
002800*                  notice goes to the owner and the guardians. *
002900*              DMINR01P stops treating the account as a minor's *
003000*              on the birthday itself, so the limits and the   *
003100*              guardian's authority lapse then whichever day   *
003200*              this run catches up.  A conversion DCONV01P     *
003300*              refuses (the adult type's minimum balance, say) *
003400*              is reported and tried again next month.         *
003500*              Writes MINORMAJ.RPT.  DCONV01P posts, so the    *
003600*              run needs the book open - it is scheduled in    *
003700*              the day, not inside the end-of-day stream.      *
003800*              SQL version - standalone batch step, connects   *
003900*              and disconnects itself.                         *
004000*****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DMINR02P.
       DATE-WRITTEN.
           2012.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINRRPT ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MINRRPT.
       01  MINRRPT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MISC-STORAGE.
           05  DISP-SQLCODE                      PIC -9(5).
           05  WS-DB-STATUS                      PIC X(1) VALUE "N".
               88  WS-DB-CONNECTED               VALUE "Y".
           05  WS-RETRY-COUNT                    PIC S9(1) COMP
                                                  VALUE 0.
           05  WS-RETRY-MAX                      PIC S9(1) COMP
                                                  VALUE 3.
           05  WS-RPT-FILENAME                   PIC X(75)
                   VALUE "C:\BANK\DATA\MINORMAJ.RPT".
           05  WS-RPT-STATUS                     PIC X(2).
               88  WS-RPT-OK                     VALUE "00".
           05  WS-JOB-ERROR-SW                   PIC X(1) VALUE 'N'.
               88  WS-JOB-HAD-ERROR              VALUE 'Y'.
           05  WS-COMMIT-STATUS                  PIC X(1).
           05  WS-PARM-ERRMSG                    PIC X(65).
           05  WS-PARM-GOODMSG                   PIC X(65).
           05  WS-CONV-ERRMSG                    PIC X(65).
           05  WS-CONV-GOODMSG                   PIC X(65).
           05  WS-HOLD-ERRMSG                    PIC X(65).
           05  WS-ALERT-PID                      PIC X(5).
           05  WS-ALERT-ERRMSG                   PIC X(65).
           05  WS-NOTICE-TAG                     PIC X(30).
           05  WS-SYSDATE-YYYYMMDD.
               10  WS-SYSDATE-YYYY               PIC 9(4).
               10  WS-SYSDATE-MM                 PIC 9(2).
               10  WS-SYSDATE-DD                 PIC 9(2).
           05  WS-NEXT-YYYY                      PIC 9(4).
           05  WS-NEXT-MM                        PIC 9(2).
           05  WS-TODAY-DATE                     PIC X(10).
           05  WS-NEXT-MONTH                     PIC X(7).
           05  WS-DOB-WORK                       PIC X(10).
           05  WS-DOB-R REDEFINES WS-DOB-WORK.
               10  WS-DOB-YYYY                   PIC 9(4).
               10  FILLER                        PIC X(1).
               10  WS-DOB-MM                     PIC 9(2).
               10  FILLER                        PIC X(1).
               10  WS-DOB-DD                     PIC 9(2).
           05  WS-MAJORITY-DATE                  PIC X(10).
           05  WS-MAJORITY-AGE                   PIC S9(3) COMP-3
                                                  VALUE 18.
           05  WS-DEFAULT-AGE                    PIC S9(7)V99 COMP-3
                                                  VALUE 18.
           05  WS-ACC-SUB                        PIC S9(4) COMP.
           05  WS-GRD-SUB                        PIC S9(4) COMP.
           05  WS-ACCOUNT-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-NOTICE-COUNT                   PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CONVERT-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REFUSED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-REMOVED-COUNT                  PIC S9(7) COMP-3
                                                  VALUE ZERO.
           05  WS-CNT-DSP                        PIC Z(6)9.
           05  WS-CNT-DSP2                       PIC Z(6)9.
           05  WS-CNT-DSP3                       PIC Z(6)9.

      *-----------------------------------------------------------------
      * The accounts to look at, read in full before anything is
      * touched - DCONV01P commits each conversion, which would close
      * a cursor left open across it.
      *-----------------------------------------------------------------
       01  WS-ACC-TABLE.
           05  WS-ACC-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-ACC-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-ACCNO                  PIC X(9).
               10  WS-ACC-PID                    PIC X(5).
               10  WS-ACC-TYPE                   PIC X(1).
               10  WS-ACC-ADULT-TYPE             PIC X(1).
               10  WS-ACC-DOB                    PIC X(10).

       01  WS-GRD-TABLE.
           05  WS-GRD-COUNT                      PIC S9(4) COMP
                                                  VALUE ZERO.
           05  WS-GRD-PID OCCURS 10 TIMES        PIC X(5).

      *-----------------------------------------------------------------
      * Report lines.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           05  RPT-ACCNO                         PIC X(9).
           05  FILLER                            PIC X(2).
           05  RPT-PID                           PIC X(5).
           05  FILLER                            PIC X(2).
           05  RPT-DOB                           PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-MAJORITY                      PIC X(10).
           05  FILLER                            PIC X(2).
           05  RPT-OLD-TYPE                      PIC X(1).
           05  FILLER                            PIC X(4).
           05  RPT-NEW-TYPE                      PIC X(1).
           05  FILLER                            PIC X(4).
           05  RPT-GUARDIANS                     PIC Z9.
           05  FILLER                            PIC X(2).
           05  RPT-ACTION                        PIC X(12).
           05  FILLER                            PIC X(2).
           05  RPT-NOTE                          PIC X(60).

           COPY CPARM01.
           COPY CCONV01.
           COPY CBANKVC2.
           COPY CBANKVC20.
           COPY CBANKVC22.

      *-----------------------------------------------------------------
      * Batch run-log work areas - every batch job writes its BNKRUNLG
      * row through DBANK37P at start and end (see P020/P895).
      *-----------------------------------------------------------------
           COPY CBANKVC37.

           EXEC SQL
                BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAC
           END-EXEC.

           EXEC SQL
                INCLUDE CBANKSAH
           END-EXEC.

           COPY CBANKSACX.
           COPY CBANKSAHX.

       01  WS-HV-DOB                             PIC X(10).
       01  WS-HV-ADULT-TYPE                      PIC X(1).

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
               PERFORM P100-RUN-MAJORITY THRU RUN-MAJORITY-EXIT
               PERFORM P890-COMMIT-OR-ROLLBACK
               PERFORM P895-LOG-END
               PERFORM P900-DISCONNECT
           ELSE
               DISPLAY
                 'DMINR02P - unable to connect, majority run aborted'
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
      * Read the candidates, then take each one in turn.
      *=================================================================
       P100-RUN-MAJORITY.
           PERFORM P110-BUILD-DATES.
           PERFORM P050-LOAD-PARMS.

           OPEN OUTPUT MINRRPT.

           IF NOT WS-RPT-OK
               DISPLAY 'DMINR02P - cannot open report file: '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR-SW
               GO TO RUN-MAJORITY-EXIT
           END-IF.

           MOVE SPACES TO MINRRPT-RECORD.
           STRING 'MINOR ACCOUNTS - AGE OF MAJORITY RUN '
                    DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '   (NOTICES FOR ' DELIMITED BY SIZE
                  WS-NEXT-MONTH DELIMITED BY SIZE
                  ')'           DELIMITED BY SIZE
             INTO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.
           MOVE SPACES TO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.
           MOVE SPACES TO MINRRPT-RECORD.
           STRING 'ACCOUNT    PID    BORN        OF AGE      '
                    DELIMITED BY SIZE
                  'OLD  NEW  GD  ACTION        NOTE'
                    DELIMITED BY SIZE
             INTO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.

           PERFORM P150-LOAD-CANDIDATES.

           IF WS-JOB-HAD-ERROR
               CLOSE MINRRPT
               GO TO RUN-MAJORITY-EXIT
           END-IF.

           PERFORM P200-ONE-ACCOUNT THRU ONE-ACCOUNT-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT OR WS-JOB-HAD-ERROR.

           PERFORM P400-WRITE-TOTALS.

           CLOSE MINRRPT.

           DISPLAY 'DMINR02P - majority run complete, accounts: '
                   WS-ACCOUNT-COUNT ' converted: ' WS-CONVERT-COUNT
                   ' notices: ' WS-NOTICE-COUNT.

       RUN-MAJORITY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Today as YYYY-MM-DD, and next month as YYYY-MM.
      *-----------------------------------------------------------------
       P110-BUILD-DATES.
           ACCEPT WS-SYSDATE-YYYYMMDD FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSDATE-YYYY  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-MM    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-SYSDATE-DD    DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           IF WS-SYSDATE-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-SYSDATE-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-SYSDATE-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-SYSDATE-MM + 1
           END-IF.

           MOVE SPACES TO WS-NEXT-MONTH.
           STRING WS-NEXT-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-NEXT-MM   DELIMITED BY SIZE
             INTO WS-NEXT-MONTH.

      *-----------------------------------------------------------------
      * The age of majority from BNKPARM, the compiled value when
      * silent - the same parameter DMINR01P reads.
      *-----------------------------------------------------------------
       P050-LOAD-PARMS.
           MOVE SPACES         TO PARM01-DATA.
           MOVE SPACES         TO WS-PARM-ERRMSG WS-PARM-GOODMSG.
           SET PARM01I-GET     TO TRUE.
           MOVE 'MINORAGE'     TO PARM01I-NAME.
           MOVE WS-DEFAULT-AGE TO PARM01I-VALUE.

           CALL 'DPARM01P' USING BY REFERENCE PARM01-DATA
                                 BY REFERENCE WS-PARM-ERRMSG
                                 BY REFERENCE WS-PARM-GOODMSG.

           IF WS-PARM-ERRMSG = SPACES AND PARM01O-FOUND
               MOVE PARM01O-VALUE TO WS-MAJORITY-AGE
           END-IF.

      *-----------------------------------------------------------------
      * Open accounts of a minor's type, or with a guardian on them,
      * whose owner has a date of birth on file.
      *-----------------------------------------------------------------
       P150-LOAD-CANDIDATES.
           EXEC SQL
                DECLARE MNR_CSR CURSOR FOR
                SELECT A.BAC_ACCNO, A.BAC_PID, A.BAC_ACCTYPE,
                       Y.BAT_ADULT_TYPE, C.BCS_DOB
                FROM BNKACC A,
                     BNKATYP Y,
                     BNKCUST C
                WHERE Y.BAT_TYPE = A.BAC_ACCTYPE
                  AND C.BCS_PID  = A.BAC_PID
                  AND A.BAC_STATUS <> 'C'
                  AND C.BCS_DOB  <> ' '
                  AND (Y.BAT_ADULT_TYPE <> ' '
                       OR EXISTS
                          (SELECT 1 FROM BNKACCHLD H
                            WHERE H.ACH_ACCNO = A.BAC_ACCNO
                              AND H.ACH_ROLE  = 'G'))
                ORDER BY A.BAC_ACCNO
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN MNR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P160-FETCH-CANDIDATE
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE MNR_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P160-FETCH-CANDIDATE.
           EXEC SQL
                FETCH MNR_CSR
                INTO :DCL-BAC-ACCNO, :DCL-BAC-PID, :DCL-BAC-ACCTYPE,
                     :WS-HV-ADULT-TYPE, :WS-HV-DOB
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-ACC-COUNT < 500
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DCL-BAC-ACCNO    TO WS-ACC-ACCNO(WS-ACC-COUNT)
                   MOVE DCL-BAC-PID      TO WS-ACC-PID(WS-ACC-COUNT)
                   MOVE DCL-BAC-ACCTYPE  TO WS-ACC-TYPE(WS-ACC-COUNT)
                   MOVE WS-HV-ADULT-TYPE
                     TO WS-ACC-ADULT-TYPE(WS-ACC-COUNT)
                   MOVE WS-HV-DOB        TO WS-ACC-DOB(WS-ACC-COUNT)
               ELSE
      *            The rest wait for next month's run.
                   DISPLAY 'DMINR02P - over 500 accounts, '
                           DCL-BAC-ACCNO ' left for the next run'
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * One account - its owner's majority date decides between a
      * notice, a conversion, or nothing this month.
      *-----------------------------------------------------------------
       P200-ONE-ACCOUNT.
           MOVE WS-ACC-DOB(WS-ACC-SUB) TO WS-DOB-WORK.

           IF WS-DOB-YYYY IS NOT NUMERIC OR
              WS-DOB-MM   IS NOT NUMERIC OR
              WS-DOB-DD   IS NOT NUMERIC
               GO TO ONE-ACCOUNT-EXIT
           END-IF.

           ADD 1 TO WS-ACCOUNT-COUNT.

           COMPUTE WS-DOB-YYYY = WS-DOB-YYYY + WS-MAJORITY-AGE.
           MOVE WS-DOB-WORK TO WS-MAJORITY-DATE.

           PERFORM P210-LOAD-GUARDIANS.
           IF WS-JOB-HAD-ERROR
               GO TO ONE-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES                      TO WS-RPT-LINE.
           MOVE WS-ACC-ACCNO(WS-ACC-SUB)    TO RPT-ACCNO.
           MOVE WS-ACC-PID(WS-ACC-SUB)      TO RPT-PID.
           MOVE WS-ACC-DOB(WS-ACC-SUB)      TO RPT-DOB.
           MOVE WS-MAJORITY-DATE            TO RPT-MAJORITY.
           MOVE WS-ACC-TYPE(WS-ACC-SUB)     TO RPT-OLD-TYPE.
           MOVE WS-ACC-ADULT-TYPE(WS-ACC-SUB) TO RPT-NEW-TYPE.
           MOVE WS-GRD-COUNT                TO RPT-GUARDIANS.

           IF WS-MAJORITY-DATE(1:7) = WS-NEXT-MONTH
               MOVE SPACES TO WS-NOTICE-TAG
               STRING 'MINORMAJ '      DELIMITED BY SIZE
                      WS-MAJORITY-DATE DELIMITED BY SIZE
                 INTO WS-NOTICE-TAG
               PERFORM P500-NOTIFY-ALL
               MOVE 'NOTICE'    TO RPT-ACTION
               MOVE 'Comes of age next month - owner and guardians told'
                 TO RPT-NOTE
               WRITE MINRRPT-RECORD FROM WS-RPT-LINE
               GO TO ONE-ACCOUNT-EXIT
           END-IF.

           IF WS-MAJORITY-DATE IS GREATER THAN WS-TODAY-DATE
               GO TO ONE-ACCOUNT-EXIT
           END-IF.

           PERFORM P300-CONVERT-ACCOUNT THRU CONVERT-ACCOUNT-EXIT.

       ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The account's guardians, for the notices and the removal.
      *-----------------------------------------------------------------
       P210-LOAD-GUARDIANS.
           MOVE ZERO TO WS-GRD-COUNT.
           MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO DCL-ACH-ACCNO.

           EXEC SQL
                DECLARE GRD_CSR CURSOR FOR
                SELECT ACH_PID
                FROM BNKACCHLD
                WHERE ACH_ACCNO = :DCL-ACH-ACCNO
                  AND ACH_ROLE  = 'G'
                ORDER BY ACH_PID
                FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
                OPEN GRD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

           PERFORM P220-FETCH-GUARDIAN
               UNTIL SQLCODE NOT EQUAL ZERO OR WS-JOB-HAD-ERROR.

           EXEC SQL
                CLOSE GRD_CSR
           END-EXEC.

           PERFORM P800-ERROR-CHECK.

       P220-FETCH-GUARDIAN.
           EXEC SQL
                FETCH GRD_CSR
                INTO :DCL-ACH-PID
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-GRD-COUNT < 10
                   ADD 1 TO WS-GRD-COUNT
                   MOVE DCL-ACH-PID TO WS-GRD-PID(WS-GRD-COUNT)
               END-IF
           ELSE
               PERFORM P800-ERROR-CHECK
           END-IF.

      *-----------------------------------------------------------------
      * Of age - convert a minor's product to its adult type (its own
      * committed unit of work inside DCONV01P), then take the
      * guardians off and tell everyone, committed together.  An
      * account already on an adult type only loses its guardians.
      *-----------------------------------------------------------------
       P300-CONVERT-ACCOUNT.
           IF WS-ACC-ADULT-TYPE(WS-ACC-SUB) NOT = SPACES
               MOVE SPACES TO CONV01-DATA WS-CONV-ERRMSG
                              WS-CONV-GOODMSG
               SET CONV01I-CONVERT TO TRUE
               MOVE 'BATCH'                  TO CONV01I-USERID
               MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO CONV01I-ACCNO
               MOVE WS-ACC-ADULT-TYPE(WS-ACC-SUB)
                 TO CONV01I-NEW-TYPE

               CALL 'DCONV01P' USING BY REFERENCE CONV01-DATA
                                     BY REFERENCE WS-CONV-ERRMSG
                                     BY REFERENCE WS-CONV-GOODMSG

               IF WS-CONV-ERRMSG NOT = SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'NOT CONVERTED' TO RPT-ACTION
                   MOVE WS-CONV-ERRMSG  TO RPT-NOTE
                   WRITE MINRRPT-RECORD FROM WS-RPT-LINE
                   GO TO CONVERT-ACCOUNT-EXIT
               END-IF

               ADD 1 TO WS-CONVERT-COUNT
           ELSE
               MOVE SPACES TO RPT-NEW-TYPE
           END-IF.

           MOVE SPACES TO WS-NOTICE-TAG.
           STRING 'MINORCONV '     DELIMITED BY SIZE
                  WS-MAJORITY-DATE DELIMITED BY SIZE
             INTO WS-NOTICE-TAG.
           PERFORM P500-NOTIFY-ALL.

           PERFORM P310-REMOVE-GUARDIAN
               VARYING WS-GRD-SUB FROM 1 BY 1
               UNTIL WS-GRD-SUB > WS-GRD-COUNT
                  OR WS-HOLD-ERRMSG NOT = SPACES.

           IF WS-HOLD-ERRMSG NOT = SPACES
               CALL 'DBANK18P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 'GUARDIAN KEPT' TO RPT-ACTION
               MOVE WS-HOLD-ERRMSG  TO RPT-NOTE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               CALL 'DBANK17P' USING BY REFERENCE WS-COMMIT-STATUS
               MOVE 'CONVERTED'     TO RPT-ACTION
               IF WS-ACC-ADULT-TYPE(WS-ACC-SUB) = SPACES
                   MOVE 'Of age - guardian authority removed'
                     TO RPT-NOTE
               ELSE
                   MOVE 'Of age - adult product, guardian removed'
                     TO RPT-NOTE
               END-IF
           END-IF.

           WRITE MINRRPT-RECORD FROM WS-RPT-LINE.

       CONVERT-ACCOUNT-EXIT.
           EXIT.

      *    Each removal is audited to BNKMADT by DBANK22P itself.
       P310-REMOVE-GUARDIAN.
           MOVE SPACES        TO CD22-DATA WS-HOLD-ERRMSG.
           SET CD22I-REMOVE   TO TRUE.
           MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO CD22I-ACCNO.
           MOVE WS-GRD-PID(WS-GRD-SUB)   TO CD22I-PID.
           MOVE 'BATCH'       TO CD22I-USERID.
           MOVE ZERO          TO CD22I-LIMIT.

           CALL 'DBANK22P' USING BY REFERENCE CD22-DATA
                                 BY REFERENCE WS-HOLD-ERRMSG.

           IF WS-HOLD-ERRMSG = SPACES
               ADD 1 TO WS-REMOVED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * The notice to the owner and to every guardian - WS-NOTICE-TAG
      * leads with the BNKNTMPL code DBANK32P words it from.  Same
      * DBANK02P/DBANK20P path DESCR02P's analysis notice takes; a
      * lookup or queue failure skips that notice, never the run.
      *-----------------------------------------------------------------
       P500-NOTIFY-ALL.
           MOVE WS-ACC-PID(WS-ACC-SUB) TO WS-ALERT-PID.
           PERFORM P510-NOTIFY-ONE.

           PERFORM P520-NOTIFY-GUARDIAN
               VARYING WS-GRD-SUB FROM 1 BY 1
               UNTIL WS-GRD-SUB > WS-GRD-COUNT.

       P520-NOTIFY-GUARDIAN.
           MOVE WS-GRD-PID(WS-GRD-SUB) TO WS-ALERT-PID.
           PERFORM P510-NOTIFY-ONE.

       P510-NOTIFY-ONE.
           MOVE SPACES      TO CD02-DATA WS-ALERT-ERRMSG.
           SET CD02I-READ   TO TRUE.

           CALL 'DBANK02P' USING BY REFERENCE WS-ALERT-PID
                                 BY REFERENCE CD02-DATA
                                 BY REFERENCE WS-ALERT-ERRMSG.

           IF WS-ALERT-ERRMSG = SPACES AND
              CD02O-SEND-EMAIL IS EQUAL TO 'Y' AND
              CD02O-EMAIL IS NOT EQUAL TO SPACES
               MOVE SPACES            TO CD20-DATA WS-ALERT-ERRMSG
               MOVE WS-ALERT-PID      TO CD20I-PID
               MOVE CD02O-EMAIL       TO CD20I-EMAIL
               MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO CD20I-FROM-ACC
               MOVE ZERO              TO CD20I-AMOUNT
               MOVE WS-NOTICE-TAG     TO CD20I-TAG

               CALL 'DBANK20P' USING BY REFERENCE CD20-DATA
                                     BY REFERENCE WS-ALERT-ERRMSG

               IF WS-ALERT-ERRMSG = SPACES AND CD20O-SAVE-OK
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Run totals at the foot of the report.
      *-----------------------------------------------------------------
       P400-WRITE-TOTALS.
           MOVE SPACES TO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.

           MOVE WS-ACCOUNT-COUNT TO WS-CNT-DSP.
           MOVE WS-CONVERT-COUNT TO WS-CNT-DSP2.
           MOVE WS-REFUSED-COUNT TO WS-CNT-DSP3.
           MOVE SPACES TO MINRRPT-RECORD.
           STRING 'ACCOUNTS: '       DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  '   CONVERTED: '   DELIMITED BY SIZE
                  WS-CNT-DSP2        DELIMITED BY SIZE
                  '   NOT DONE: '    DELIMITED BY SIZE
                  WS-CNT-DSP3        DELIMITED BY SIZE
             INTO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.

           MOVE WS-REMOVED-COUNT TO WS-CNT-DSP.
           MOVE WS-NOTICE-COUNT  TO WS-CNT-DSP2.
           MOVE SPACES TO MINRRPT-RECORD.
           STRING 'GUARDIANS REMOVED: ' DELIMITED BY SIZE
                  WS-CNT-DSP            DELIMITED BY SIZE
                  '   NOTICES QUEUED: ' DELIMITED BY SIZE
                  WS-CNT-DSP2           DELIMITED BY SIZE
             INTO MINRRPT-RECORD.
           WRITE MINRRPT-RECORD.

       P800-ERROR-CHECK.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               MOVE SQLCODE TO DISP-SQLCODE
               DISPLAY 'DMINR02P - SQLCODE: ' DISP-SQLCODE
               MOVE 'Y' TO WS-JOB-ERROR-SW
           END-IF.

      *=================================================================
      * Conversions are committed account by account as they go; this
      * closes out whatever is left - the notices of the last
      * accounts that only needed one.
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
           MOVE 'MINORMAJ' TO CD37I-JOB.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

       P895-LOG-END.
           SET CD37I-END TO TRUE.
           MOVE 'MINORMAJ' TO CD37I-JOB.
           MOVE WS-ACCOUNT-COUNT TO CD37I-ROWS-READ.
           MOVE WS-CONVERT-COUNT TO CD37I-ROWS-POSTED.
           MOVE WS-REFUSED-COUNT TO CD37I-ROWS-REJECTED.
           MOVE ZERO             TO CD37I-AMOUNT-POSTED.
           IF WS-JOB-HAD-ERROR
               SET CD37I-ABENDED TO TRUE
           ELSE
               SET CD37I-ENDED-OK TO TRUE
           END-IF.

           IF CD37I-ENDED-OK
               MOVE WS-RPT-FILENAME TO CD37I-REPORT-FILE(1)
               MOVE 'C' TO CD37I-REPORT-CLASS(1)
               MOVE 'M' TO CD37I-REPORT-KEEP(1)
           END-IF.

           CALL 'DBANK37P' USING BY REFERENCE CD37-DATA.

      *=================================================================
      * Disconnect from the database.
      *=================================================================
       P900-DISCONNECT.
           CALL 'DBANK99P' USING BY REFERENCE WS-DB-STATUS.
