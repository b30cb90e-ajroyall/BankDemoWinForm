000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNM.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the notional pool participant      *
001010* table - one row per account in a BNKNPOOL pool, the header    *
001020* account included.  An account is in at most one live pool,   *
001030* and while it is DBANK13P leaves it to the pooling run so its  *
001040* balance never earns interest twice.                           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNPMEM TABLE
     (
     NPM_HEADER_ACC                 CHAR (9)
                                    NOT NULL,
     NPM_ACCNO                      CHAR (9)
                                    NOT NULL,
     NPM_STATUS                     CHAR (1)
                                    NOT NULL,
     NPM_ADDED_BY                   CHAR (5)
                                    NOT NULL WITH DEFAULT,
     NPM_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     NPM_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
