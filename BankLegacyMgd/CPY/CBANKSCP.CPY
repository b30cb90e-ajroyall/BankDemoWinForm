000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSCP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the complaints register - one row  *
001010* per formal customer complaint taken through DCMPL01P, keyed   *
001020* by its complaint number.  The regulatory clock rides on the   *
001030* row: the acknowledgement due date (business days on the       *
001040* DBANK61P calendar) and the final-response due date (the       *
001050* statutory calendar period), each with the date it was met.   *
001060* Status 'O' open, 'A' acknowledged, 'C' closed by the final    *
001070* response, which records the outcome, root cause and any      *
001080* redress paid.  DCMPL02P flags CMP_ESCALATED when a deadline   *
001090* draws near; DCMPL03P builds the quarterly return from here.   *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCMPL TABLE
     (
     CMP_NO                         DECIMAL (7,0)
                                    NOT NULL,
     CMP_PID                        CHAR (5)
                                    NOT NULL,
     CMP_ACCNO                      CHAR (9)
                                    NOT NULL WITH DEFAULT,
     CMP_CATEGORY                   CHAR (2)
                                    NOT NULL,
     CMP_PRODUCT                    CHAR (2)
                                    NOT NULL,
     CMP_BRANCH                     CHAR (3)
                                    NOT NULL WITH DEFAULT,
     CMP_SUMMARY                    CHAR (60)
                                    NOT NULL,
     CMP_RECEIVED_DTE               CHAR (10)
                                    NOT NULL,
     CMP_ACK_DUE                    CHAR (10)
                                    NOT NULL,
     CMP_ACK_DTE                    CHAR (10)
                                    NOT NULL WITH DEFAULT,
     CMP_FINAL_DUE                  CHAR (10)
                                    NOT NULL,
     CMP_FINAL_DTE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     CMP_STATUS                     CHAR (1)
                                    NOT NULL,
     CMP_OUTCOME                    CHAR (1)
                                    NOT NULL WITH DEFAULT,
     CMP_ROOT_CAUSE                 CHAR (3)
                                    NOT NULL WITH DEFAULT,
     CMP_REDRESS                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     CMP_REDRESS_ACC                CHAR (9)
                                    NOT NULL WITH DEFAULT,
     CMP_ESCALATED                  CHAR (1)
                                    NOT NULL WITH DEFAULT,
     CMP_OPENED_BY                  CHAR (5)
                                    NOT NULL,
     CMP_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     CMP_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     CMP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
