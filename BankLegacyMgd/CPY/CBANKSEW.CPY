000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSEW.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Escrow Account table - one row *
001010* per property-secured loan carrying an escrow component: the   *
001020* escrow balance held for its tax bills and insurance premiums, *
001030* the monthly escrow amount collected with the instalment, and  *
001040* the outcome of the last annual escrow analysis.  Maintained   *
001050* through DESCR01P; DESCR02P disburses and analyses.            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKESCRW TABLE
     (
     ESW_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     ESW_BALANCE                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     ESW_MONTHLY_AMT                DECIMAL (9,2)
                                    NOT NULL,
     ESW_STATUS                     CHAR (1)
                                    NOT NULL,
     ESW_LAST_COLLECT               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     ESW_LAST_ANALYSIS              CHAR (10)
                                    NOT NULL WITH DEFAULT,
     ESW_NEXT_ANALYSIS              CHAR (10)
                                    NOT NULL,
     ESW_SHORTAGE                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     ESW_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     ESW_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     ESW_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
