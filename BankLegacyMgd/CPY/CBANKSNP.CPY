000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the notional cash pool table - one *
001010* row per pool, keyed by its header account.  The pool's        *
001020* currency is the header account's; interest is earned on the  *
001030* participants' net position converted into it, and handed      *
001040* back to them by the allocation rule: P pro rata to each       *
001050* credit balance, H all to the header account, E equal shares.  *
001060* Participants are on BNKNPMEM.  Maintained through DPOOL01P;   *
001070* DPOOL02P's nightly run does the pooling.                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNPOOL TABLE
     (
     NPL_HEADER_ACC                 CHAR (9)
                                    NOT NULL,
     NPL_NAME                       CHAR (30)
                                    NOT NULL WITH DEFAULT,
     NPL_CURRENCY                   CHAR (3)
                                    NOT NULL WITH DEFAULT,
     NPL_RULE                       CHAR (1)
                                    NOT NULL,
     NPL_STATUS                     CHAR (1)
                                    NOT NULL,
     NPL_LAST_RUN                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     NPL_CREATED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     NPL_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     NPL_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     NPL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
