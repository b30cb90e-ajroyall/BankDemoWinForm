000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSSF.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the staff-account link table - one *
001010* row per staff login (BANK-USERID) and customer PID it is tied *
001020* to: S the member of staff's own PID, F family, H household,   *
001030* B a business they own or run, O other.  Who declared the link *
001040* and when ride on the row; removing one deletes it and the     *
001050* audit trail (BNKMADT) keeps the history.                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSTAFL TABLE
     (
     STL_USERID                     CHAR (5)
                                    NOT NULL,
     STL_PID                        CHAR (5)
                                    NOT NULL,
     STL_RELATION                   CHAR (1)
                                    NOT NULL,
     STL_REASON                     CHAR (30)
                                    NOT NULL,
     STL_DECLARED_BY                CHAR (5)
                                    NOT NULL,
     STL_DECLARED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     STL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
