000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLO.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Loan Position table - one row  *
001010* per funded loan carrying the running figures DLOAN09P keeps   *
001020* as it applies each collection to BNKLNSCH: original and       *
001030* outstanding principal, interest paid to date, the next        *
001040* period due and any credit not yet applied to a period.        *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLNPOS TABLE
     (
     LNP_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     LNP_ORIG_PRINCIPAL             DECIMAL (9,2)
                                    NOT NULL,
     LNP_INT_PAID                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LNP_PRIN_PAID                  DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LNP_PRIN_OUTSTANDING           DECIMAL (9,2)
                                    NOT NULL,
     LNP_NEXT_PERIOD                DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     LNP_LAST_PAY_DATE              CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LNP_LAST_PAY_AMT               DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LNP_UNAPPLIED                  DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LNP_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     LNP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
