000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSBL.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the biller master - one row per    *
001010* registered biller (utility, card issuer) customers can pay    *
001020* by bill payment.  BLR_REMIT_ACC is the biller's collection    *
001030* account with us, credited once a night with the day's         *
001040* payments by DBILL02P.  BLR_REF_MASK is the shape of the       *
001050* customer reference the biller issues: '9' a digit, 'A' a      *
001060* letter, 'X' any character, anything else itself.             *
001070* BLR_REF_CHECK 'L' adds a Luhn (mod 10) check on the digits    *
001080* of the reference.  BLR_STATUS 'A' active, 'X' retired.        *
001090* Maintained through DBILL01P (audited via DBANK74P).           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKBILLR TABLE
     (
     BLR_CODE                       CHAR (8)
                                    NOT NULL,
     BLR_NAME                       CHAR (30)
                                    NOT NULL,
     BLR_REMIT_ACC                  CHAR (9)
                                    NOT NULL,
     BLR_REF_MASK                   CHAR (20)
                                    NOT NULL,
     BLR_REF_CHECK                  CHAR (1)
                                    NOT NULL WITH DEFAULT,
     BLR_STATUS                     CHAR (1)
                                    NOT NULL,
     BLR_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     BLR_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     BLR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
