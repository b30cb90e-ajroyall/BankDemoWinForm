000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLV.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Loan Provision table - one row *
001010* per loan per month-end, written by DLOAN10P's expected credit *
001020* loss run: the stage the loan was put in and why (days past    *
001030* due, arrears bucket, collateral cover), the rate applied, the *
001040* provision held and its movement on the prior month.  The      *
001050* month's rows sum to the allowance the GL carries.             *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLNPRV TABLE
     (
     LPV_MONTH                      CHAR (7)
                                    NOT NULL,
     LPV_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     LPV_PID                        CHAR (5)
                                    NOT NULL,
     LPV_STAGE                      CHAR (1)
                                    NOT NULL,
     LPV_REASON                     CHAR (16)
                                    NOT NULL WITH DEFAULT,
     LPV_DAYS_PAST_DUE              DECIMAL (5, 0)
                                    NOT NULL WITH DEFAULT,
     LPV_BUCKET                     CHAR (1)
                                    NOT NULL WITH DEFAULT,
     LPV_OUTSTANDING                DECIMAL (9, 2)
                                    NOT NULL,
     LPV_COVER                      DECIMAL (11, 2)
                                    NOT NULL WITH DEFAULT,
     LPV_EXPOSURE                   DECIMAL (9, 2)
                                    NOT NULL,
     LPV_RATE                       DECIMAL (5, 2)
                                    NOT NULL,
     LPV_PROVISION                  DECIMAL (9, 2)
                                    NOT NULL,
     LPV_PRIOR_PROV                 DECIMAL (9, 2)
                                    NOT NULL WITH DEFAULT,
     LPV_MOVEMENT                   DECIMAL (9, 2)
                                    NOT NULL WITH DEFAULT,
     LPV_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     LPV_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
