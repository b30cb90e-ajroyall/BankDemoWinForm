000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGD.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the subledger-to-GL difference     *
001010* review list - one row per difference DGLPF02P's daily proof   *
001020* finds between a control account's subledger figure and its    *
001030* BNKGLBAL balance.  GLD_STATUS 'O' open (unexplained), 'E'     *
001040* explained - finance has recorded a disposition note against   *
001050* it through DGLPF01P - and 'C' cleared, the difference having  *
001060* gone away.  A control account has at most one open or         *
001070* explained row; a change in the amount reopens it.  The age    *
001080* runs from GLD_FIRST_DATE, the day the difference first        *
001090* showed.                                                       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKGLDIF TABLE
     (
     GLD_GL_ACCOUNT                 DECIMAL (5, 0)
                                    NOT NULL,
     GLD_FIRST_DATE                 CHAR (10)
                                    NOT NULL,
     GLD_LAST_DATE                  CHAR (10)
                                    NOT NULL,
     GLD_SUBLEDGER                  DECIMAL (13,2)
                                    NOT NULL,
     GLD_GL_BALANCE                 DECIMAL (13,2)
                                    NOT NULL,
     GLD_DIFFERENCE                 DECIMAL (13,2)
                                    NOT NULL,
     GLD_STATUS                     CHAR (1)
                                    NOT NULL,
     GLD_NOTE                       CHAR (60)
                                    NOT NULL WITH DEFAULT,
     GLD_UPDATED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     GLD_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     GLD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
