000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSPR.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the registered-plan contribution   *
001010* room ledger - one row per plan holder per calendar year,      *
001020* opened by DPLAN01P the first time the year is touched.  The   *
001030* opening room is the year's new room (the PLANROOM parameter,  *
001040* or the figure on the authority's notice), the unused room     *
001050* carried forward from the year before (negative when that      *
001060* year closed over-contributed) and the prior year's            *
001070* withdrawals, restored each January.  Contributions and        *
001080* withdrawals are refreshed from the plan accounts' BNKTXN      *
001090* rows - interest is not a contribution.                        *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKPLRM TABLE
     (
     PRM_PID                        CHAR (5)
                                    NOT NULL,
     PRM_YEAR                       CHAR (4)
                                    NOT NULL,
     PRM_NEW_ROOM                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_CARRY_FWD                  DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_RESTORED                   DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_CONTRIB                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_WITHDRAWN                  DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_EXCESS                     DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     PRM_ROOM_SOURCE                CHAR (1)
                                    NOT NULL,
     PRM_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     PRM_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     PRM_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
