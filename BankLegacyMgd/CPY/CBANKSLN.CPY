000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLN.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Line of Credit table - one row *
001010* per revolving credit line, keyed by its 'R' type BNKACC       *
001020* account: the approved limit and pricing, the interest accrued *
001030* since the last statement, the last statement's balance,      *
001040* minimum payment and due date, and any unpaid minimum carried  *
001050* as arrears.  Maintained through DLINE01P; DLINE02P accrues    *
001060* and bills.                                                    *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLINE TABLE
     (
     LIN_ACCNO                      CHAR (9)
                                    NOT NULL,
     LIN_PID                        CHAR (5)
                                    NOT NULL,
     LIN_LIMIT                      DECIMAL (9,2)
                                    NOT NULL,
     LIN_RATE                       DECIMAL (5,3)
                                    NOT NULL,
     LIN_MIN_PCT                    DECIMAL (5,2)
                                    NOT NULL,
     LIN_MIN_AMT                    DECIMAL (9,2)
                                    NOT NULL,
     LIN_STATUS                     CHAR (1)
                                    NOT NULL,
     LIN_ACCRUED                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LIN_LAST_ACCRUAL               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LIN_LAST_STMT                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LIN_NEXT_STMT                  CHAR (10)
                                    NOT NULL,
     LIN_STMT_BAL                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LIN_MIN_DUE                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LIN_DUE_DATE                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LIN_DUE_CHECKED                CHAR (1)
                                    NOT NULL WITH DEFAULT,
     LIN_PAST_DUE                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     LIN_PAST_DUE_DTE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LIN_MISSED_COUNT               DECIMAL (3,0)
                                    NOT NULL WITH DEFAULT,
     LIN_OPENED                     CHAR (10)
                                    NOT NULL,
     LIN_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     LIN_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     LIN_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
