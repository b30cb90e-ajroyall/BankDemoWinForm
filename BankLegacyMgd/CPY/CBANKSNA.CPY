000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNA.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the notional pool allocation       *
001010* table - one row per participant per night DPOOL02P paid the   *
001020* pool: the account's own balance, what it contributed to the   *
001030* net position in the pool currency, the pool's interest and    *
001040* the account's share of it, and what was posted to it in its  *
001050* own currency (gross, with any tax withheld).  The pool         *
001060* statement is read from here, and a row for the night is what  *
001070* stops a rerun paying the pool twice.                          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNPALC TABLE
     (
     NPA_DATE                       CHAR (10)
                                    NOT NULL,
     NPA_HEADER_ACC                 CHAR (9)
                                    NOT NULL,
     NPA_ACCNO                      CHAR (9)
                                    NOT NULL,
     NPA_CURRENCY                   CHAR (3)
                                    NOT NULL WITH DEFAULT,
     NPA_BALANCE                    DECIMAL (9, 2)
                                    NOT NULL,
     NPA_POOL_BAL                   DECIMAL (11, 2)
                                    NOT NULL,
     NPA_NET_POSITION               DECIMAL (11, 2)
                                    NOT NULL,
     NPA_RATE                       DECIMAL (5, 3)
                                    NOT NULL,
     NPA_POOL_INT                   DECIMAL (9, 2)
                                    NOT NULL,
     NPA_ALLOC                      DECIMAL (9, 2)
                                    NOT NULL,
     NPA_POSTED                     DECIMAL (9, 2)
                                    NOT NULL,
     NPA_WITHHELD                   DECIMAL (9, 2)
                                    NOT NULL,
     NPA_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
