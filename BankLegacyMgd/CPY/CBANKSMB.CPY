000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSMB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the customer mobile table - the    *
001010* one number a customer's texts go to.  A number is taken only  *
001020* when it agrees with the BCS_TEL on the customer record, and   *
001030* it is pending ('P') until the customer keys back the code     *
001040* DSTEP01P texts to it (purpose MOBVERFY); only a verified      *
001050* ('V') number is ever sent alerts.  Maintained through         *
001060* DSMSP01P.                                                     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKMOBL TABLE
     (
     MOB_PID                        CHAR (5)
                                    NOT NULL,
     MOB_NUMBER                     CHAR (15)
                                    NOT NULL,
     MOB_STATUS                     CHAR (1)
                                    NOT NULL,
     MOB_VERIFIED_TS                TIMESTAMP,
     MOB_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     MOB_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     MOB_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
