000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the batch report repository - one  *
001010* row per report a batch run produced, stored by DRPTS01P when  *
001020* the run ends (DBANK37P 'E').  RPH_JOB and RPH_RUN_TS are the  *
001030* BNKRUNLG key of the run that wrote it; RPH_REPORT_NAME is the *
001040* file it was written to, without the path.  RPH_SENSITIVITY   *
001050* decides who may see it: 'G' general, 'C' confidential, 'R'    *
001060* restricted.  RPH_RETENTION is its class on the DRPTS02P purge *
001070* - 'S' short, 'M' medium, 'L' long, days held on BNKPARM.     *
001080* RPH_STATUS 'A' available, 'P' purged - the lines go, the row  *
001090* stays as the record that the report once existed.            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRPTH TABLE
     (
     RPH_REPORT_ID                  DECIMAL (9)
                                    NOT NULL,
     RPH_JOB                        CHAR (8)
                                    NOT NULL,
     RPH_RUN_TS                     TIMESTAMP
                                    NOT NULL,
     RPH_RUN_DATE                   CHAR (10)
                                    NOT NULL,
     RPH_REPORT_NAME                CHAR (12)
                                    NOT NULL WITH DEFAULT,
     RPH_FILENAME                   CHAR (75)
                                    NOT NULL WITH DEFAULT,
     RPH_PAGE_COUNT                 DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     RPH_LINE_COUNT                 DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     RPH_SENSITIVITY                CHAR (1)
                                    NOT NULL,
     RPH_RETENTION                  CHAR (1)
                                    NOT NULL,
     RPH_STATUS                     CHAR (1)
                                    NOT NULL,
     RPH_STORED_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     RPH_PURGED_TS                  TIMESTAMP,
     RPH_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
