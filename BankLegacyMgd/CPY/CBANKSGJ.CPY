000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGJ.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the GL Journal staging table -     *
001010* the balanced debit/credit lines the sub-ledgers raise that    *
001020* no BNKTXN row carries (the interest/principal split of a      *
001030* loan collection, for one).  DGLJN01P writes each entry as a   *
001040* DR/CR pair; DBANK39P's nightly extract picks the day's lines  *
001050* up alongside the BNKTXN mapping, so they balance and release  *
001060* with the rest of the file.                                    *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKGLJNL TABLE
     (
     GLJ_TIMESTAMP                  TIMESTAMP
                                    NOT NULL,
     GLJ_SEQ                        DECIMAL (1)
                                    NOT NULL,
     GLJ_SOURCE                     CHAR (8)
                                    NOT NULL,
     GLJ_GL_ACCOUNT                 DECIMAL (5, 0)
                                    NOT NULL,
     GLJ_DRCR                       CHAR (2)
                                    NOT NULL,
     GLJ_AMOUNT                     DECIMAL (11,2)
                                    NOT NULL,
     GLJ_CATEGORY                   CHAR (1)
                                    NOT NULL WITH DEFAULT,
     GLJ_ACCNO                      CHAR (9)
                                    NOT NULL WITH DEFAULT,
     GLJ_REF                        CHAR (21)
                                    NOT NULL WITH DEFAULT,
     GLJ_POST_DATE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     GLJ_FILLER                     CHAR (10)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
