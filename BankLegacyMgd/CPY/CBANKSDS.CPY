000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSDS.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the data subject access request    *
001010* register - one row per request a customer makes for the      *
001020* personal data we hold on them, logged through DDSAR01P under  *
001030* the next request number with the date it was received and    *
001040* the statutory date the answer is due.  Status 'O' open, 'C'   *
001050* completed once DDSAR02P has written the package: the date it  *
001060* was produced, the package file, whether it beat the due date  *
001070* and how many records were withheld under a compliance         *
001080* restriction (the reasons go on the run report only).          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKDSAR TABLE
     (
     DSR_NO                         DECIMAL (7,0)
                                    NOT NULL,
     DSR_PID                        CHAR (5)
                                    NOT NULL,
     DSR_RECEIVED_DTE               CHAR (10)
                                    NOT NULL,
     DSR_DUE_DTE                    CHAR (10)
                                    NOT NULL,
     DSR_STATUS                     CHAR (1)
                                    NOT NULL,
     DSR_COMPLETED_DTE              CHAR (10)
                                    NOT NULL WITH DEFAULT,
     DSR_ON_TIME                    CHAR (1)
                                    NOT NULL WITH DEFAULT,
     DSR_PACKAGE                    CHAR (60)
                                    NOT NULL WITH DEFAULT,
     DSR_RECORDS                    DECIMAL (7,0)
                                    NOT NULL WITH DEFAULT,
     DSR_WITHHELD                   DECIMAL (5,0)
                                    NOT NULL WITH DEFAULT,
     DSR_LOGGED_BY                  CHAR (5)
                                    NOT NULL,
     DSR_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     DSR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
