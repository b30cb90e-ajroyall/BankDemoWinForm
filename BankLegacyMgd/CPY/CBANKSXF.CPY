000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXF.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit rent schedule -   *
001010* one row per SDB_SIZE with the annual rent DSDBX02P bills.     *
001020* A size with no row is not billed (the run lists it and the    *
001030* agreement stays due), so changing a rent is a data change,    *
001040* not a program change.                                         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDFEE TABLE
     (
     SDF_SIZE                       CHAR (1)
                                    NOT NULL,
     SDF_DESC                       CHAR (20)
                                    NOT NULL WITH DEFAULT,
     SDF_ANNUAL_RENT                DECIMAL (7,2)
                                    NOT NULL,
     SDF_UPDATED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDF_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SDF_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
