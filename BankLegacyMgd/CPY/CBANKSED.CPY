000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSED.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Escrow Disbursement schedule - *
001010* one row per tax bill or insurance premium paid out of a       *
001020* loan's escrow, keyed to the loan's BAC_ACCNO with a sequence. *
001030* The payee is paid on the BNKWIRE external transfer path, so   *
001040* it carries the routing and external account the same way a    *
001050* BNKSTORD external order does.  ESD_NEXT_DUE rolls forward by  *
001060* ESD_FREQ_MONTHS each time DESCR02P disburses it.              *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKESCDB TABLE
     (
     ESD_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     ESD_SEQ                        DECIMAL (3, 0)
                                    NOT NULL,
     ESD_TYPE                       CHAR (1)
                                    NOT NULL,
     ESD_PAYEE                      CHAR (30)
                                    NOT NULL,
     ESD_ROUTING                    CHAR (9)
                                    NOT NULL,
     ESD_EXT_ACC                    CHAR (17)
                                    NOT NULL,
     ESD_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL,
     ESD_FREQ_MONTHS                DECIMAL (2, 0)
                                    NOT NULL,
     ESD_NEXT_DUE                   CHAR (10)
                                    NOT NULL,
     ESD_LAST_PAID                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     ESD_LAST_REF                   CHAR (21)
                                    NOT NULL WITH DEFAULT,
     ESD_STATUS                     CHAR (1)
                                    NOT NULL,
     ESD_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     ESD_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     ESD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
