000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSPF.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the customer profitability table - *
001010* one row per customer per month DPROF02P ran, in USD: what the *
001020* relationship earned (service charges net of refunds,          *
001030* overdraft interest, loan interest, FX margin), what it cost   *
001040* (deposit interest paid gross of withholding, the extra        *
001050* interest of preferential spreads, transaction processing),    *
001060* the net contribution, and its rank within the customer's      *
001070* branch and relationship tier.                                 *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKPROF TABLE
     (
     PRF_MONTH                      CHAR (7)
                                    NOT NULL,
     PRF_PID                        CHAR (5)
                                    NOT NULL,
     PRF_BRANCH                     CHAR (3)
                                    NOT NULL,
     PRF_TIER                       CHAR (1)
                                    NOT NULL,
     PRF_FEES                       DECIMAL (11, 2)
                                    NOT NULL,
     PRF_REFUNDS                    DECIMAL (11, 2)
                                    NOT NULL,
     PRF_OD_INT                     DECIMAL (11, 2)
                                    NOT NULL,
     PRF_LOAN_INT                   DECIMAL (11, 2)
                                    NOT NULL,
     PRF_FX_MARGIN                  DECIMAL (11, 2)
                                    NOT NULL,
     PRF_DEP_INT                    DECIMAL (11, 2)
                                    NOT NULL,
     PRF_SPREAD_COST                DECIMAL (11, 2)
                                    NOT NULL,
     PRF_TXN_COUNT                  DECIMAL (7)
                                    NOT NULL,
     PRF_TXN_COST                   DECIMAL (11, 2)
                                    NOT NULL,
     PRF_REVENUE                    DECIMAL (11, 2)
                                    NOT NULL,
     PRF_COST                       DECIMAL (11, 2)
                                    NOT NULL,
     PRF_NET                        DECIMAL (11, 2)
                                    NOT NULL,
     PRF_RANK                       DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     PRF_RANK_OF                    DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     PRF_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     PRF_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
