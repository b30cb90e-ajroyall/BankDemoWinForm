000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSDU.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the segregation-of-duties finding  *
001010* table - the security officer's worklist.  DSODR02P's monthly  *
001020* run writes one row per finding across the maker/checker       *
001030* gates (transfer approvals, account-type changes, rate         *
001040* spreads, fee waivers and underwriting sign-off); the officer  *
001050* attests each one on the B121 screen through DSODR01P, and     *
001060* the row keeps who attested, when and what they found, so      *
001070* internal audit has the trail.                                 *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSODF TABLE
     (
     SOD_MONTH                      CHAR (7)
                                    NOT NULL,
     SOD_SEQ                        DECIMAL (5)
                                    NOT NULL,
     SOD_KIND                       CHAR (4)
                                    NOT NULL,
     SOD_USER1                      CHAR (5)
                                    NOT NULL,
     SOD_USER2                      CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SOD_GATE                       CHAR (4)
                                    NOT NULL WITH DEFAULT,
     SOD_ITEM                       CHAR (26)
                                    NOT NULL WITH DEFAULT,
     SOD_DETAIL                     CHAR (60)
                                    NOT NULL WITH DEFAULT,
     SOD_STATUS                     CHAR (1)
                                    NOT NULL,
     SOD_ATTEST_BY                  CHAR (5)
                                    NOT NULL WITH DEFAULT,
     SOD_ATTEST_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SOD_NOTE                       CHAR (60)
                                    NOT NULL WITH DEFAULT,
     SOD_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SOD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
