000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSUM.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the unmasking log - one row per    *
001010* request to see a masked BCS_SIN, BCS_TEL, BCS_EMAIL or        *
001020* CRD_NUMBER in clear on a screen: who asked, when, from which  *
001030* screen, for which customer and value kind, why, and whether   *
001040* DMASK01P granted it (UMK_OUTCOME 'G') or refused it ('R' -    *
001050* the role may not see clear values, or no reason was given).   *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKUNMSK TABLE
     (
     UMK_TIMESTAMP                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     UMK_USERID                     CHAR (5)
                                    NOT NULL,
     UMK_ROLE                       CHAR (1)
                                    NOT NULL WITH DEFAULT,
     UMK_SOURCE                     CHAR (8)
                                    NOT NULL,
     UMK_PID                        CHAR (5)
                                    NOT NULL WITH DEFAULT,
     UMK_KIND                       CHAR (1)
                                    NOT NULL,
     UMK_REASON                     CHAR (60)
                                    NOT NULL WITH DEFAULT,
     UMK_OUTCOME                    CHAR (1)
                                    NOT NULL
     )
     END-EXEC.
