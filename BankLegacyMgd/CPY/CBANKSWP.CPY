000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSWP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the welcome pack register - one    *
001010* row per account, written by DWPAK01P the moment the account   *
001020* opens.  It holds the terms exactly as the pack disclosed them *
001030* (product, rate in force and its effective date, preferential  *
001040* spread, minimum balance, overdraft limit, the fee bands, and  *
001050* the term-deposit maturity details where there are any) with  *
001060* the disclosure version - product, language and the revision  *
001070* of the BNKNTMPL wording - so the bank can show what the       *
001080* customer was told.  The pack is e-mailed through BNKMAILQ or  *
001090* printed for the post by the nightly WELCPACK run (DWPAK02P).  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKWPACK TABLE
     (
     WPK_ACCNO                      CHAR (9)
                                    NOT NULL,
     WPK_PID                        CHAR (5)
                                    NOT NULL,
     WPK_VERSION                    CHAR (20)
                                    NOT NULL,
     WPK_LANGUAGE                   CHAR (2)
                                    NOT NULL,
     WPK_ACC_TYPE                   CHAR (1)
                                    NOT NULL,
     WPK_PRODUCT                    CHAR (15)
                                    NOT NULL,
     WPK_RATE                       DECIMAL (5, 3)
                                    NOT NULL,
     WPK_RATE_EFF                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     WPK_SPREAD                     DECIMAL (5, 3)
                                    NOT NULL WITH DEFAULT,
     WPK_MIN_BAL                    DECIMAL (9, 2)
                                    NOT NULL WITH DEFAULT,
     WPK_OD_LIMIT                   DECIMAL (9, 2)
                                    NOT NULL WITH DEFAULT,
     WPK_FEE_BANDS                  CHAR (100)
                                    NOT NULL WITH DEFAULT,
     WPK_TD_TERM                    DECIMAL (3, 0)
                                    NOT NULL WITH DEFAULT,
     WPK_TD_MATURITY                CHAR (10)
                                    NOT NULL WITH DEFAULT,
     WPK_TD_RATE                    DECIMAL (5, 3)
                                    NOT NULL WITH DEFAULT,
     WPK_TD_ROLLOVER                CHAR (1)
                                    NOT NULL WITH DEFAULT,
     WPK_DELIVERY                   CHAR (1)
                                    NOT NULL,
     WPK_STATUS                     CHAR (1)
                                    NOT NULL,
     WPK_CREATED_BY                 CHAR (5)
                                    NOT NULL,
     WPK_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     WPK_PRINTED_TS                 TIMESTAMP,
     WPK_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
