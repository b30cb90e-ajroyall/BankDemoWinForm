000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSIF.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the inbound file registry - one    *
001010* row per file an inbound interface was handed, registered by   *
001020* DINFL01P before the job posts anything: which interface       *
001030* (IFL_SOURCE is the job's run-log name), the file, the date    *
001040* and sequence number its header carried, how many records it  *
001050* held and a hash of their content.  IFL_STATUS 'A' accepted    *
001060* and posted, 'D' refused as a duplicate, 'Q' quarantined       *
001070* (out of sequence or wrong date), 'R' released by an operator  *
001080* to post on the job's next run, 'P' purged by an operator.     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKINFIL TABLE
     (
     IFL_REGNO                      DECIMAL (9)
                                    NOT NULL,
     IFL_SOURCE                     CHAR (8)
                                    NOT NULL,
     IFL_FILENAME                   CHAR (75)
                                    NOT NULL WITH DEFAULT,
     IFL_FILE_DATE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     IFL_FILE_SEQ                   DECIMAL (6)
                                    NOT NULL WITH DEFAULT,
     IFL_RECORDS                    DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     IFL_HASH                       CHAR (20)
                                    NOT NULL,
     IFL_STATUS                     CHAR (1)
                                    NOT NULL,
     IFL_REASON                     CHAR (40)
                                    NOT NULL WITH DEFAULT,
     IFL_RECEIVED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     IFL_DECIDED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     IFL_DECIDED_TS                 TIMESTAMP,
     IFL_DECIDE_NOTE                CHAR (40)
                                    NOT NULL WITH DEFAULT,
     IFL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
