000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSTR.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Tax Residency table - one row  *
001010* per country a customer has self-certified as tax resident in, *
001020* with the taxpayer identification number issued there, or the *
001030* reason none can be given ('A' country does not issue TINs,   *
001040* 'B' not yet issued, 'C' not required by that country).  The *
001050* whole set is replaced each time a new self-certification is  *
001060* taken (DTAXR01P).  Country codes follow BCS_COUNTRY.          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKTAXR TABLE
     (
     TXR_PID                        CHAR (5)
                                    NOT NULL,
     TXR_COUNTRY                    CHAR (3)
                                    NOT NULL,
     TXR_TIN                        CHAR (20)
                                    NOT NULL,
     TXR_NO_TIN_REASON              CHAR (1)
                                    NOT NULL,
     TXR_CREATED_BY                 CHAR (5)
                                    NOT NULL,
     TXR_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     TXR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
