000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXD.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit drilling register *
001010* - one row per agreement whose rent went unpaid past the       *
001020* grace period.  DSDBX02P schedules it ('S') with the arrears   *
001030* then owed; rent paid before the drilling cancels it ('P').    *
001040* DSDBX01P records the drilling - the officer, the witness, the *
001050* sealed envelope number, the cash found and the inventory of   *
001060* the rest - and the contents are held ('H') until the renter   *
001070* claims them ('R' released) or DBANK71P turns them over as     *
001080* unclaimed property ('E').                                     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDDRL TABLE
     (
     SDD_AGREEMENT                  DECIMAL (8,0)
                                    NOT NULL,
     SDD_BRANCH                     CHAR (3)
                                    NOT NULL,
     SDD_BOX_NO                     CHAR (6)
                                    NOT NULL,
     SDD_STATUS                     CHAR (1)
                                    NOT NULL,
     SDD_SCHED_DTE                  CHAR (10)
                                    NOT NULL,
     SDD_ARREARS                    DECIMAL (7,2)
                                    NOT NULL WITH DEFAULT,
     SDD_DRILLED_DTE                CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDD_DRILLED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDD_WITNESS                    CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDD_SEAL_NO                    CHAR (12)
                                    NOT NULL WITH DEFAULT,
     SDD_CASH                       DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     SDD_INVENTORY                  CHAR (200)
                                    NOT NULL WITH DEFAULT,
     SDD_STATUS_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDD_STATUS_BY                  CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
