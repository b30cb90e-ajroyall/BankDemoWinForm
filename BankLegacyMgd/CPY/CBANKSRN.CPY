000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRN.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the lines of a stored batch        *
001010* report - one row per line as the job wrote it, numbered      *
001020* through the report and by the page it falls on, so the        *
001030* Report Repository screen reads one page at a time.  Keyed to  *
001040* its BNKRPTH header by RPN_REPORT_ID.                          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRPTL TABLE
     (
     RPN_REPORT_ID                  DECIMAL (9)
                                    NOT NULL,
     RPN_LINE_NO                    DECIMAL (7)
                                    NOT NULL,
     RPN_PAGE_NO                    DECIMAL (5)
                                    NOT NULL,
     RPN_TEXT                       CHAR (132)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
