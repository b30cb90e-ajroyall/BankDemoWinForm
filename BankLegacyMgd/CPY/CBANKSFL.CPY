000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSFL.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Statement Feed delivery log -  *
001010* one row per account per business date DSFED02P cut a file     *
001020* for: the statement number, the format, the file written, the  *
001030* opening and closing booked balances and the entry count it    *
001040* carried, and how the delivery went ('D' delivered, 'F' the    *
001050* file could not be written, 'R' a resend has been asked for).  *
001060* The balances are kept so a resend reproduces the original     *
001070* statement exactly.                                            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSFLOG TABLE
     (
     SFL_ACCNO                      CHAR (9)
                                    NOT NULL,
     SFL_STMT_DATE                  CHAR (10)
                                    NOT NULL,
     SFL_STMT_SEQ                   DECIMAL (5)
                                    NOT NULL,
     SFL_FORMAT                     CHAR (1)
                                    NOT NULL,
     SFL_FILE_NAME                  CHAR (75)
                                    NOT NULL,
     SFL_OPEN_BAL                   DECIMAL (9, 2)
                                    NOT NULL,
     SFL_CLOSE_BAL                  DECIMAL (9, 2)
                                    NOT NULL,
     SFL_ENTRIES                    DECIMAL (5)
                                    NOT NULL,
     SFL_STATUS                     CHAR (1)
                                    NOT NULL,
     SFL_SEND_COUNT                 DECIMAL (3)
                                    NOT NULL WITH DEFAULT,
     SFL_SENT_TS                    TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SFL_REQ_BY                     CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SFL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
