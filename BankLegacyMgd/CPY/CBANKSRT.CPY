000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRT.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the response-time metrics table -  *
001010* one row per timed call, written by DRESP01P: a screen's own   *
001020* load (RSP_LAYER 'S'), a business-layer BBANKnnP call ('B')    *
001030* or a data call one of them made ('D').  RSP_PATH is the call  *
001040* chain down to this call, outermost first, so a slow data      *
001050* call shows which teller function it was made for.  The        *
001060* elapsed time is in milliseconds to the nearest hundredth of   *
001070* a second; RSP_OUTCOME is 'S' success or 'E' error, with the   *
001080* SQLCODE when the error message carried one.                   *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRESP TABLE
     (
     RSP_START_TS                   TIMESTAMP
                                    NOT NULL,
     RSP_DATE                       CHAR (10)
                                    NOT NULL,
     RSP_HOUR                       CHAR (2)
                                    NOT NULL,
     RSP_LAYER                      CHAR (1)
                                    NOT NULL,
     RSP_FUNCTION                   CHAR (8)
                                    NOT NULL,
     RSP_PATH                       CHAR (44)
                                    NOT NULL WITH DEFAULT,
     RSP_USERID                     CHAR (5)
                                    NOT NULL WITH DEFAULT,
     RSP_WORKSTATION                CHAR (15)
                                    NOT NULL WITH DEFAULT,
     RSP_ELAPSED_MS                 DECIMAL (9)
                                    NOT NULL,
     RSP_OUTCOME                    CHAR (1)
                                    NOT NULL,
     RSP_SQLCODE                    DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     RSP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
