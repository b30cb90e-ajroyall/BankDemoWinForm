000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSTC.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Tax Certification table - one  *
001010* row per customer holding the FATCA/CRS self-certification:    *
001020* the date it was signed, its status ('V' valid, 'P' requested  *
001030* but not yet returned, 'X' invalidated by a change of          *
001035* circumstances, blank never asked) and the foreign indicia     *
001040* DTAXR02P last found on the customer - A address, T telephone, *
001050* S standing order paying abroad.  The residencies themselves   *
001060* are on BNKTAXR.                                               *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKTAXC TABLE
     (
     TXC_PID                        CHAR (5)
                                    NOT NULL,
     TXC_CERT_DATE                  CHAR (10)
                                    NOT NULL,
     TXC_CERT_STATUS                CHAR (1)
                                    NOT NULL,
     TXC_INDICIA                    CHAR (3)
                                    NOT NULL,
     TXC_INDICIA_DATE               CHAR (10)
                                    NOT NULL,
     TXC_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     TXC_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     TXC_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
