000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the connected-party member table - *
001010* one row per BCS_PID in a BNKCPGRP group; a customer belongs   *
001020* to one group at most.  The link says how they are connected - *
001030* F family, O common ownership, G guarantor, X other - and the  *
001040* reason carries the officer's note of why, with who grouped    *
001050* them and when.  Removing a member deletes the row; the audit  *
001060* trail (BNKMADT) keeps the history.                            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCPMBR TABLE
     (
     CPM_GROUP_ID                   DECIMAL (5)
                                    NOT NULL,
     CPM_PID                        CHAR (5)
                                    NOT NULL,
     CPM_LINK                       CHAR (1)
                                    NOT NULL,
     CPM_REASON                     CHAR (40)
                                    NOT NULL,
     CPM_ADDED_BY                   CHAR (5)
                                    NOT NULL,
     CPM_ADDED_TS                   TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     CPM_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
