001400* Function:    End-of-day batch orchestrator - runs the whole   *
001500*              nightly stream in its required dependency order: *
001550*                DBANK50P hold release                          *
      *                DATO02P account-takeover watch                 *
001600*                DBANK13P accrual                               *
      *                DPOOL02P notional cash pooling                 *
001650*                DTDEP02P term-deposit maturities               *
001700*                DBANK10P pending-transfer poster               *
001800*                DBANK16P standing orders                       *
      *                DESCR02P mortgage escrow                       *
001820*                DSWEP02P balance sweeps                        *
      *                DLINE02P line of credit billing                *
      *                DSDBX02P safe-deposit box rent                 *
001850*                DLOAN01P collections aging                     *
001900*                DBANK07P statements                            *
      *                DSFED02P statement feeds                       *
002000*                DBANK26P dormancy scan                         *
002100*                DBANK15P reconciliation                        *
      *                DACTC02P activity counter check                *
      *                DKITE01P cheque-kiting detection               *
      *                DHASH02P hash-chain verification               *
      *                DVULN02P vulnerable-customer review reminders  *
      *                DIDOC02P identity-document expiry queue        *
      *                DLOAN12P adverse-action notices outstanding    *
      *                DWPAK02P welcome packs for posting             *
      *                DVLT04P  cash-in-transit order extract         *
      *                DVLT03P  branch cash forecast and proposals    *
      *                DOCLR02P outward clearing file                 *
      *                DBANK39P GL extract                            *
      *                DGLPF02P subledger-to-GL proof                 *
      *                DIBRN02P inter-branch settlement               *
002200*              (accrual must finish before statements cut,      *
002300*              posters before reconciliation, the GL extract    *
      *              before the proof).  Each step's                  *
002400*              state is recorded against its CKP_JOB row on     *
002500*              BNKCKPT ('R' running, 'C' complete, 'F' failed)  *
002600*              for the B25 operator console, and the stream     *
      *-----------------------------------------------------------------
       01  WS-EOD-STEP-TABLE.
           05  FILLER            PIC X(16) VALUE 'EODHOLD DBANK50P'.
           05  FILLER            PIC X(16) VALUE 'ATOWATCHDATO02P '.
           05  FILLER            PIC X(16) VALUE 'EODACCR DBANK13P'.
           05  FILLER            PIC X(16) VALUE 'POOLINT DPOOL02P'.
           05  FILLER            PIC X(16) VALUE 'EODTDEP DTDEP02P'.
           05  FILLER            PIC X(16) VALUE 'EODPEND DBANK10P'.
           05  FILLER            PIC X(16) VALUE 'EODSTOR DBANK16P'.
           05  FILLER            PIC X(16) VALUE 'EODESCRWDESCR02P'.
           05  FILLER            PIC X(16) VALUE 'EODSWEP DSWEP02P'.
           05  FILLER            PIC X(16) VALUE 'LINEBILLDLINE02P'.
           05  FILLER            PIC X(16) VALUE 'SDBRENT DSDBX02P'.
           05  FILLER            PIC X(16) VALUE 'EODCOLL DLOAN01P'.
           05  FILLER            PIC X(16) VALUE 'EODSTMT DBANK07P'.
           05  FILLER            PIC X(16) VALUE 'STMTFEEDDSFED02P'.
           05  FILLER            PIC X(16) VALUE 'EODDORM DBANK26P'.
           05  FILLER            PIC X(16) VALUE 'EODRECN DBANK15P'.
           05  FILLER            PIC X(16) VALUE 'EODSNAP DBANK78P'.
           05  FILLER            PIC X(16) VALUE 'ACTCTR  DACTC02P'.
           05  FILLER            PIC X(16) VALUE 'STRUCDETDSTRC01P'.
           05  FILLER            PIC X(16) VALUE 'KITEDET DKITE01P'.
           05  FILLER            PIC X(16) VALUE 'HASHVRFYDHASH02P'.
           05  FILLER            PIC X(16) VALUE 'QMONITORDQMON02P'.
           05  FILLER            PIC X(16) VALUE 'VULNREV DVULN02P'.
           05  FILLER            PIC X(16) VALUE 'IDEXPIRYDIDOC02P'.
           05  FILLER            PIC X(16) VALUE 'ADVACT  DLOAN12P'.
           05  FILLER            PIC X(16) VALUE 'WELCPACKDWPAK02P'.
           05  FILLER            PIC X(16) VALUE 'CITORDERDVLT04P '.
           05  FILLER            PIC X(16) VALUE 'CASHFCSTDVLT03P '.
           05  FILLER            PIC X(16) VALUE 'OUTCLR  DOCLR02P'.
           05  FILLER            PIC X(16) VALUE 'GLEXTRCTDBANK39P'.
           05  FILLER            PIC X(16) VALUE 'GLPROOF DGLPF02P'.
           05  FILLER            PIC X(16) VALUE 'IBSETTLEDIBRN02P'.
       01  WS-EOD-STEP-TABLE-R REDEFINES WS-EOD-STEP-TABLE.
           05  WS-EOD-STEP OCCURS 32 TIMES.
               10  WS-EOD-JOB         PIC X(8).
               10  WS-EOD-PGM         PIC X(8).

           05  FILLER            PIC X(16) VALUE 'EOMBUREADLOAN08P'.
           05  FILLER            PIC X(16) VALUE 'FEEWAIVRDFEEW02P'.
           05  FILLER            PIC X(16) VALUE 'RISKSCORDRISK01P'.
           05  FILLER            PIC X(16) VALUE 'LOANPROVDLOAN10P'.
           05  FILLER            PIC X(16) VALUE 'TAXIND  DTAXR02P'.
           05  FILLER            PIC X(16) VALUE 'PROFIT  DPROF02P'.
           05  FILLER            PIC X(16) VALUE 'ATTRMIS DATTR01P'.
           05  FILLER            PIC X(16) VALUE 'LNAPPMISDLOAN13P'.
           05  FILLER            PIC X(16) VALUE 'SMSCOST DSMSR02P'.
       01  WS-EOM-STEP-TABLE-R REDEFINES WS-EOM-STEP-TABLE.
           05  WS-EOM-STEP OCCURS 9 TIMES.
               10  WS-EOM-JOB         PIC X(8).
               10  WS-EOM-PGM         PIC X(8).


           PERFORM P100-RUN-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 32
                  OR WS-STREAM-STOPPED.

           IF WS-STREAM-GOOD
                           'month-end leg'
                   PERFORM P150-RUN-EOM-STEP
                       VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 9
                          OR WS-STREAM-STOPPED
               END-IF
           END-IF.
