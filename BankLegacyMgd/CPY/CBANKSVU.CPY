000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSVU.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the vulnerable-customer markers -  *
001010* one row per marker on a customer PID, with a sequence so a    *
001020* customer can carry more than one (bereaved and cognitively   *
001030* impaired, say).  The category, the handling instructions     *
001040* staff are to follow, whether the customer consented to it    *
001050* being recorded, the date it is next to be reviewed and the   *
001060* member of staff who recorded it (its owner) ride on the row. *
001070* A removed marker is kept with status 'X'.  Maintained        *
001080* through DVULN01P (audited via DBANK74P).                     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKVULN TABLE
     (
     VUL_PID                        CHAR (5)
                                    NOT NULL,
     VUL_SEQ                        DECIMAL (3, 0)
                                    NOT NULL,
     VUL_CATEGORY                   CHAR (2)
                                    NOT NULL,
     VUL_INSTRUCTIONS               CHAR (120)
                                    NOT NULL,
     VUL_CONSENT                    CHAR (1)
                                    NOT NULL,
     VUL_REVIEW_DATE                CHAR (10)
                                    NOT NULL,
     VUL_STATUS                     CHAR (1)
                                    NOT NULL,
     VUL_RECORDED_BY                CHAR (5)
                                    NOT NULL,
     VUL_RECORDED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     VUL_REVIEWED_BY                CHAR (5)
                                    NOT NULL,
     VUL_REVIEWED_DATE              CHAR (10)
                                    NOT NULL,
     VUL_ASKED_DATE                 CHAR (10)
                                    NOT NULL,
     VUL_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     VUL_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     VUL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
