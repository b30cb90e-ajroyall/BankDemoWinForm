000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXG.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit rental agreements *
001010* - one row per rental of a BNKSDBOX box, numbered by DSDBX01P. *
001020* The renters, accessors and their keys are on BNKSDHLD.  The   *
001030* year's rent is debited from SDA_ACCNO by DSDBX02P on          *
001040* SDA_NEXT_DUE_DTE, which then moves on a year; a failed debit  *
001050* leaves the date where it is so every night retries, counts    *
001060* in SDA_FAIL_COUNT and makes the agreement 'U' unpaid.         *
001070* SDA_STATUS 'A' active, 'U' rent unpaid, 'S' unpaid past the   *
001080* grace period with drilling scheduled on BNKSDDRL, 'D' box     *
001090* drilled, 'C' closed.                                          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDAGR TABLE
     (
     SDA_AGREEMENT                  DECIMAL (8,0)
                                    NOT NULL,
     SDA_BRANCH                     CHAR (3)
                                    NOT NULL,
     SDA_BOX_NO                     CHAR (6)
                                    NOT NULL,
     SDA_ACCNO                      CHAR (9)
                                    NOT NULL,
     SDA_STATUS                     CHAR (1)
                                    NOT NULL,
     SDA_START_DTE                  CHAR (10)
                                    NOT NULL,
     SDA_NEXT_DUE_DTE               CHAR (10)
                                    NOT NULL,
     SDA_PAID_TO_DTE                CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDA_LAST_RENT                  DECIMAL (7,2)
                                    NOT NULL WITH DEFAULT,
     SDA_FAIL_COUNT                 DECIMAL (3,0)
                                    NOT NULL WITH DEFAULT,
     SDA_LAST_FAIL_DTE              CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDA_OPENED_BY                  CHAR (5)
                                    NOT NULL,
     SDA_CLOSED_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDA_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SDA_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
