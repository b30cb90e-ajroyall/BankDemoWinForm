000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSAK.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the per-account activity counters *
001010* - one row per account, day and kind of BNKTXN posting: the    *
001020* posting PID, sub-type, direction (D money out, C money in),   *
001030* category and channel, with the number of rows, their signed   *
001040* total and the largest single amount.  DACTC01P keeps them in  *
001050* the unit of work of every DBANK06P insert; DACTC02P checks    *
001060* them against BNKTXN nightly, rebuilds any that have drifted   *
001070* and drops days past the retention period.  Rolling figures    *
001080* are the sum of the days in the window.                        *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKACTC TABLE
     (
     ACT_ACCNO                      CHAR (9)
                                    NOT NULL,
     ACT_DAY                        CHAR (10)
                                    NOT NULL,
     ACT_PID                        CHAR (5)
                                    NOT NULL,
     ACT_SUB_TYPE                   CHAR (1)
                                    NOT NULL,
     ACT_DIRECTION                  CHAR (1)
                                    NOT NULL,
     ACT_CATEGORY                   CHAR (1)
                                    NOT NULL,
     ACT_CHANNEL                    CHAR (1)
                                    NOT NULL,
     ACT_COUNT                      DECIMAL (7, 0)
                                    NOT NULL,
     ACT_TOTAL                      DECIMAL (13, 2)
                                    NOT NULL,
     ACT_MAX_AMOUNT                 DECIMAL (9, 2)
                                    NOT NULL,
     ACT_CHECKED                    CHAR (1)
                                    NOT NULL,
     ACT_UPDATED                    TIMESTAMP
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
