000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSMK.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the marketing consent register -   *
001010* one row per customer, channel and purpose, kept through       *
001020* DMKTC01P.  Channel P post, E e-mail, S SMS, T telephone, M    *
001030* statement messages; purpose M our own products, T partner     *
001040* offers, R market research.  Status 'G' granted (live) or 'W'  *
001050* withdrawn, with the date of each and how the customer gave    *
001060* it - B branch, P phone, O online.  BCS_SEND_MAIL and          *
001070* BCS_SEND_EMAIL still decide whether a customer gets mail at   *
001080* all; a marketing item additionally needs a live row here -    *
001090* DBANK21P, DBANK07P and DBANK20P suppress without one.         *
001095* DMKTC02P reports the month's changes.                         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKMKTC TABLE
     (
     MKC_PID                        CHAR (5)
                                    NOT NULL,
     MKC_CHANNEL                    CHAR (1)
                                    NOT NULL,
     MKC_PURPOSE                    CHAR (1)
                                    NOT NULL,
     MKC_STATUS                     CHAR (1)
                                    NOT NULL,
     MKC_GRANT_DTE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     MKC_WITHDRAW_DTE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     MKC_CAPTURE                    CHAR (1)
                                    NOT NULL,
     MKC_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     MKC_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     MKC_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
