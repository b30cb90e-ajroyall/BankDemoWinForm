000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSBP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the bill-payment queue - one row   *
001010* per payment to a registered biller, inserted by DBILL01P the  *
001020* moment BBANK50P (or a DBANK16P standing order) has posted     *
001030* the customer's debit.  BLP_STATUS 'P' pending until DBILL02P  *
001040* puts it on the biller's remittance file and credits the       *
001050* biller, then 'R' remitted with BLP_REMIT_DATE set.            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKBILLP TABLE
     (
     BLP_REF                        CHAR (21)
                                    NOT NULL,
     BLP_BILLER                     CHAR (8)
                                    NOT NULL,
     BLP_PID                        CHAR (5)
                                    NOT NULL,
     BLP_FROM_ACC                   CHAR (9)
                                    NOT NULL,
     BLP_CUST_REF                   CHAR (20)
                                    NOT NULL,
     BLP_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL,
     BLP_STATUS                     CHAR (1)
                                    NOT NULL,
     BLP_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     BLP_REMIT_DATE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     BLP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
