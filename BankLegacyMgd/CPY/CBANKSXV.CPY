000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSXV.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the safe-deposit access log - one  *
001010* row per visit to a box, written by DSDBX01P as the vault      *
001020* attendant admits or turns the visitor away.  SDV_SIG_VERIFIED *
001030* 'Y' when the signature given matched the holder's card.       *
001040* SDV_RESULT 'G' granted or 'R' refused, with the reason; a     *
001050* refusal is logged as carefully as an entry.  Never updated.   *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSDVIS TABLE
     (
     SDV_AGREEMENT                  DECIMAL (8,0)
                                    NOT NULL,
     SDV_VISIT_TS                   TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SDV_BRANCH                     CHAR (3)
                                    NOT NULL,
     SDV_BOX_NO                     CHAR (6)
                                    NOT NULL,
     SDV_PID                        CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SDV_NAME                       CHAR (30)
                                    NOT NULL,
     SDV_KEY_NO                     CHAR (8)
                                    NOT NULL WITH DEFAULT,
     SDV_SIG_VERIFIED               CHAR (1)
                                    NOT NULL,
     SDV_RESULT                     CHAR (1)
                                    NOT NULL,
     SDV_REASON                     CHAR (30)
                                    NOT NULL WITH DEFAULT,
     SDV_ATTENDED_BY                CHAR (5)
                                    NOT NULL,
     SDV_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
