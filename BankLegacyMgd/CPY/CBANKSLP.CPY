000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Loan Payment Application       *
001010* table - one row per schedule period a collection touched,     *
001020* showing how much of it went to interest and how much to       *
001030* principal, where the money came from and the transfer it      *
001040* rode on.  Written only by DLOAN09P.                           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLNPAY TABLE
     (
     LPY_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     LPY_TIMESTAMP                  TIMESTAMP
                                    NOT NULL,
     LPY_PERIOD                     DECIMAL (5)
                                    NOT NULL,
     LPY_SOURCE                     CHAR (1)
                                    NOT NULL,
     LPY_INTEREST                   DECIMAL (8,2)
                                    NOT NULL,
     LPY_PRINCIPAL                  DECIMAL (8,2)
                                    NOT NULL,
     LPY_XFER_REF                   CHAR (21)
                                    NOT NULL WITH DEFAULT,
     LPY_VALUE_DATE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LPY_USERID                     CHAR (5)
                                    NOT NULL WITH DEFAULT,
     LPY_FILLER                     CHAR (10)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
