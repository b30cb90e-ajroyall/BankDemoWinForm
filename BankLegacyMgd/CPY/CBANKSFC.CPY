000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSFC.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the foreign banknote positions -   *
001010* one row per holder per currency per day, the foreign-notes    *
001020* twin of BNKDRWR (FXC_HOLDER_TYPE 'D', FXC_HOLDER = teller)    *
001030* and BNKVAULT (type 'V', FXC_HOLDER = branch).  Amounts are    *
001040* in the notes' own currency.  Opened with a float (a vault     *
001050* carries its prior counted close), moved by every bureau deal  *
001060* and vault movement, and closed with the count so the          *
001070* variance balances per currency.  FXC_BRANCH is the teller's   *
001080* home branch on a drawer row, for the DFXBR02P bureau report.  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKFXCSH TABLE
     (
     FXC_HOLDER_TYPE                CHAR (1)
                                    NOT NULL,
     FXC_HOLDER                     CHAR (5)
                                    NOT NULL,
     FXC_DATE                       CHAR (10)
                                    NOT NULL,
     FXC_CURRENCY                   CHAR (3)
                                    NOT NULL,
     FXC_BRANCH                     CHAR (3)
                                    NOT NULL WITH DEFAULT,
     FXC_STATUS                     CHAR (1)
                                    NOT NULL,
     FXC_OPEN_AMT                   DECIMAL (11,2)
                                    NOT NULL WITH DEFAULT,
     FXC_MOVEMENT_TOT               DECIMAL (11,2)
                                    NOT NULL WITH DEFAULT,
     FXC_COUNTED_AMT                DECIMAL (11,2)
                                    NOT NULL WITH DEFAULT,
     FXC_OPENED_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     FXC_CLOSED_TS                  TIMESTAMP,
     FXC_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
