000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSBO.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the beneficial-ownership register  *
001010* - one row per owner or controller of a business BCS_PID,      *
001020* numbered within the business, kept through DBOWN01P.  Control *
001030* S shareholding, V voting rights, B board appointment, O other *
001040* significant control.  Verification U unverified, V verified   *
001050* against documents.  Screening C clear or H held on a          *
001060* DBANK86P watchlist match, set when the owner is added or      *
001070* changed and again after every watchlist reload.  Status 'A'   *
001080* active, 'R' removed - removed owners are kept for the audit.  *
001090* Unverified or held owners weigh on DRISK01P's AML score.      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKBOWN TABLE
     (
     BOW_PID                        CHAR (5)
                                    NOT NULL,
     BOW_SEQ                        DECIMAL (3)
                                    NOT NULL,
     BOW_NAME                       CHAR (40)
                                    NOT NULL,
     BOW_DOB                        CHAR (10)
                                    NOT NULL WITH DEFAULT,
     BOW_ADDR1                      CHAR (25)
                                    NOT NULL WITH DEFAULT,
     BOW_ADDR2                      CHAR (25)
                                    NOT NULL WITH DEFAULT,
     BOW_COUNTRY                    CHAR (6)
                                    NOT NULL WITH DEFAULT,
     BOW_POST_CODE                  CHAR (6)
                                    NOT NULL WITH DEFAULT,
     BOW_PCT                        DECIMAL (5,2)
                                    NOT NULL WITH DEFAULT,
     BOW_CONTROL                    CHAR (1)
                                    NOT NULL,
     BOW_VERIFIED                   CHAR (1)
                                    NOT NULL,
     BOW_SCREEN                     CHAR (1)
                                    NOT NULL WITH DEFAULT,
     BOW_SCREENED_DTE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     BOW_STATUS                     CHAR (1)
                                    NOT NULL,
     BOW_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     BOW_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     BOW_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
