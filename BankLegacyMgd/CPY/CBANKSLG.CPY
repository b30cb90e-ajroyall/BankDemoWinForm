000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLG.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the loan application status        *
001010* history - one row per step a BNKLNAPP application takes, in   *
001020* sequence: the status it moved to, the officer who moved it,   *
001030* the decline reason where there is one and a short note.       *
001040* Written only by DLOAN11P, never changed.                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLNAPH TABLE
     (
     LAH_APP_NO                     DECIMAL (9, 0)
                                    NOT NULL,
     LAH_SEQ                        DECIMAL (3, 0)
                                    NOT NULL,
     LAH_STATUS                     CHAR (1)
                                    NOT NULL,
     LAH_OFFICER                    CHAR (5)
                                    NOT NULL,
     LAH_REASON                     CHAR (2)
                                    NOT NULL,
     LAH_NOTE                       CHAR (40)
                                    NOT NULL,
     LAH_TS                         TIMESTAMP
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
