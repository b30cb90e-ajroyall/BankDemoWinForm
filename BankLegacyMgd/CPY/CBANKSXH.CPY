000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXH.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit box holders - the *
001010* people a BNKSDAGR agreement lets into the box, numbered       *
001020* within the agreement.  SDH_ROLE 'R' is a renter, always one   *
001030* of our customers (SDH_PID); 'A' is an authorised accessor,    *
001040* a customer or an outside party by name.  SDH_KEY_NO is the    *
001050* number of the key issued to the holder, blank when none was.  *
001060* SDH_STATUS 'A' active, 'X' removed - a removed holder is      *
001070* kept so the access log still names them.                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDHLD TABLE
     (
     SDH_AGREEMENT                  DECIMAL (8,0)
                                    NOT NULL,
     SDH_SEQ                        DECIMAL (3,0)
                                    NOT NULL,
     SDH_PID                        CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDH_NAME                       CHAR (30)
                                    NOT NULL,
     SDH_ROLE                       CHAR (1)
                                    NOT NULL,
     SDH_KEY_NO                     CHAR (8)
                                    NOT NULL WITH DEFAULT,
     SDH_STATUS                     CHAR (1)
                                    NOT NULL,
     SDH_ADDED_BY                   CHAR (5)
                                    NOT NULL,
     SDH_ADDED_TS                   TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SDH_STATUS_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SDH_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
