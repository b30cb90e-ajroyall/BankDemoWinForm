000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSBW.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the beneficial-ownership           *
001010* declaration - one row per business BCS_PID, kept through      *
001020* DBOWN01P.  A row here is what marks a customer as a business  *
001030* with an ownership register (the owners are on BNKBOWN).  It   *
001040* names the relationship officer answerable for the register,   *
001050* the date the business last declared its owners and the date   *
001060* that declaration must be re-certified by - twelve months on.  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKBOWD TABLE
     (
     BOD_PID                        CHAR (5)
                                    NOT NULL,
     BOD_OFFICER                    CHAR (5)
                                    NOT NULL,
     BOD_DECLARED_DTE               CHAR (10)
                                    NOT NULL,
     BOD_RECERT_DTE                 CHAR (10)
                                    NOT NULL,
     BOD_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     BOD_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     BOD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
