000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLT.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Line of Credit Statement table *
001010* - one row per monthly billing statement DLINE02P cuts for a   *
001020* BNKLINE credit line: the cycle's opening balance, draws,      *
001030* payments and interest, the closing balance, the minimum       *
001040* payment and its due date.  DLINE01P lists them for B104.      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLSTM TABLE
     (
     LST_ACCNO                      CHAR (9)
                                    NOT NULL,
     LST_STMT_DTE                   CHAR (10)
                                    NOT NULL,
     LST_PID                        CHAR (5)
                                    NOT NULL,
     LST_OPEN_BAL                   DECIMAL (9,2)
                                    NOT NULL,
     LST_DRAWS                      DECIMAL (9,2)
                                    NOT NULL,
     LST_PAYMENTS                   DECIMAL (9,2)
                                    NOT NULL,
     LST_INTEREST                   DECIMAL (9,2)
                                    NOT NULL,
     LST_CLOSE_BAL                  DECIMAL (9,2)
                                    NOT NULL,
     LST_LIMIT                      DECIMAL (9,2)
                                    NOT NULL,
     LST_AVAILABLE                  DECIMAL (9,2)
                                    NOT NULL,
     LST_PAST_DUE                   DECIMAL (9,2)
                                    NOT NULL,
     LST_MIN_DUE                    DECIMAL (9,2)
                                    NOT NULL,
     LST_DUE_DATE                   CHAR (10)
                                    NOT NULL,
     LST_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     LST_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
