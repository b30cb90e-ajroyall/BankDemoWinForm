000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSDF.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the bank drafts register - one row *
001010* per draft or official cheque DDRFT01P issues at the counter,  *
001020* keyed by the draft number printed on it.  DRF_STATUS 'O'      *
001030* outstanding until it is presented through DBANK48P ('P'       *
001040* paid), stopped and refunded ('S'), replaced by a new number   *
001050* ('X' - DRF_REPLACES on the new row points back) or turned     *
001060* over as unclaimed property by DBANK71P ('E').                 *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKDRAFT TABLE
     (
     DRF_NUMBER                     DECIMAL (6,0)
                                    NOT NULL,
     DRF_PAYEE                      CHAR (30)
                                    NOT NULL,
     DRF_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL,
     DRF_CURRENCY                   CHAR (3)
                                    NOT NULL,
     DRF_FUNDING                    CHAR (1)
                                    NOT NULL,
     DRF_FROM_ACC                   CHAR (9)
                                    NOT NULL WITH DEFAULT,
     DRF_PID                        CHAR (5)
                                    NOT NULL WITH DEFAULT,
     DRF_STATUS                     CHAR (1)
                                    NOT NULL,
     DRF_ISSUED_DTE                 CHAR (10)
                                    NOT NULL,
     DRF_ISSUED_BY                  CHAR (5)
                                    NOT NULL,
     DRF_ISSUED_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     DRF_REPLACES                   DECIMAL (6,0)
                                    NOT NULL WITH DEFAULT,
     DRF_STATUS_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     DRF_STATUS_BY                  CHAR (5)
                                    NOT NULL WITH DEFAULT,
     DRF_STOP_REASON                CHAR (30)
                                    NOT NULL WITH DEFAULT,
     DRF_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
