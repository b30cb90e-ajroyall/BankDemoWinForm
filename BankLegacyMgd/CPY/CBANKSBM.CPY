000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSBM.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the bulk maintenance register -    *
001010* one row per instruction file (BULKMNT.DAT) DBMNT01P has       *
001020* previewed, keyed by the batch id in its header.  The preview  *
001030* records who submitted it, how many lines it held, how many    *
001040* failed validation and a hash of its content; BMT_STATUS 'V'   *
001050* failed preview (fix the file and preview again), 'P' waiting  *
001060* for a second officer, 'A' approved, 'J' rejected, 'E'         *
001070* executing (BMT_DONE_LINE is the restart point - the last      *
001080* instruction line committed), 'C' complete.  Only an approved  *
001090* file with the same content is ever executed.                  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKBMNT TABLE
     (
     BMT_BATCH_ID                   CHAR (8)
                                    NOT NULL,
     BMT_FILE_DATE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     BMT_SUBMITTED_BY               CHAR (5)
                                    NOT NULL,
     BMT_PREVIEW_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     BMT_LINES                      DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     BMT_REJECTED                   DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     BMT_HASH                       CHAR (20)
                                    NOT NULL,
     BMT_STATUS                     CHAR (1)
                                    NOT NULL,
     BMT_DECIDED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     BMT_DECIDED_TS                 TIMESTAMP,
     BMT_DECIDE_NOTE                CHAR (40)
                                    NOT NULL WITH DEFAULT,
     BMT_DONE_LINE                  DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     BMT_APPLIED                    DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     BMT_FAILED                     DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     BMT_FINISHED_TS                TIMESTAMP,
     BMT_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
