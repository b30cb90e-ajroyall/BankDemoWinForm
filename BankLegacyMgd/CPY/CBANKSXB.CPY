000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit box inventory -   *
001010* one row per box in a branch vault, keyed by the BAC_BRANCH    *
001020* code and the number stamped on the door.  SDB_SIZE S small,   *
001030* M medium, L large or X extra large prices the rent from       *
001040* BNKSDFEE.  SDB_STATUS 'A' available, 'R' rented under         *
001050* SDB_AGREEMENT, 'D' drilled with the contents held in the      *
001060* vault, 'O' out of service.  Maintained through DSDBX01P.      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDBOX TABLE
     (
     SDB_BRANCH                     CHAR (3)
                                    NOT NULL,
     SDB_BOX_NO                     CHAR (6)
                                    NOT NULL,
     SDB_SIZE                       CHAR (1)
                                    NOT NULL,
     SDB_STATUS                     CHAR (1)
                                    NOT NULL,
     SDB_AGREEMENT                  DECIMAL (8,0)
                                    NOT NULL WITH DEFAULT,
     SDB_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     SDB_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SDB_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
