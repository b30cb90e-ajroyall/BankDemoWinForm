000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSPE.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the registered-plan excess         *
001010* history - one row per plan holder per month the DPLAN02P      *
001020* month-end run found them over their contribution room, with   *
001030* the penalty the month's excess attracts.  A rerun of the      *
001040* month replaces its rows; the history is what the penalty      *
001050* notice and the B123 screen read back.                         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKPLEX TABLE
     (
     PEX_PID                        CHAR (5)
                                    NOT NULL,
     PEX_MONTH                      CHAR (7)
                                    NOT NULL,
     PEX_EXCESS                     DECIMAL (9,2)
                                    NOT NULL,
     PEX_PENALTY                    DECIMAL (9,2)
                                    NOT NULL,
     PEX_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     PEX_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
