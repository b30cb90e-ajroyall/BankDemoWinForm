000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSVO.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Vault cash Order table - one   *
001010* row per cash order ('O', notes in from the cash centre) or    *
001020* return ('R', surplus out) for a branch vault.  The nightly    *
001030* forecast proposes it ('P') with the denominations to ship;    *
001040* the branch manager approves ('A') or rejects ('X') it on      *
001050* B128; the cash-in-transit extract sends it to the vendor      *
001060* ('S'); the count on arrival confirms it ('C') through the     *
001070* vault ledger, the counted denominations kept beside the       *
001080* ordered ones and VOR_DISCREP_SW 'Y' when they differ.         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKVORD TABLE
     (
     VOR_REF                        CHAR (12)
                                    NOT NULL,
     VOR_BRANCH                     CHAR (3)
                                    NOT NULL,
     VOR_TYPE                       CHAR (1)
                                    NOT NULL,
     VOR_STATUS                     CHAR (1)
                                    NOT NULL,
     VOR_PROPOSED_DTE               CHAR (10)
                                    NOT NULL,
     VOR_DELIVERY_DTE               CHAR (10)
                                    NOT NULL,
     VOR_POSITION                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     VOR_FORECAST_AMT               DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     VOR_TARGET_AMT                 DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     VOR_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     VOR_C100                       DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_C50                        DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_C20                        DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_C10                        DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_C5                         DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_COIN                       DECIMAL (7,2)
                                    NOT NULL WITH DEFAULT,
     VOR_APPROVED_BY                CHAR (5)
                                    NOT NULL WITH DEFAULT,
     VOR_APPROVED_DTE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     VOR_SENT_DTE                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_AMOUNT                 DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_C100                   DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_C50                    DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_C20                    DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_C10                    DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_C5                     DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_COIN                   DECIMAL (7,2)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_BY                     CHAR (5)
                                    NOT NULL WITH DEFAULT,
     VOR_RCV_DTE                    CHAR (10)
                                    NOT NULL WITH DEFAULT,
     VOR_DISCREP_SW                 CHAR (1)
                                    NOT NULL WITH DEFAULT,
     VOR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
