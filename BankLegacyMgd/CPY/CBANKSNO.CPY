000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNO.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the nostro statement line table -  *
001010* one row per entry on the correspondent's daily statement of   *
001020* our nostro account, as DNOST02P loaded it.  NSL_DC is the     *
001030* correspondent's side (D money out, C money in); NSL_TYPE is   *
001040* W a wire, F a charge, O anything else.  NSL_CHARGES is the    *
001050* correspondent's fee taken out of a wire entry.  NSL_STATUS:   *
001060* U unmatched, M matched to its BNKWIRE row, F charge posted,   *
001070* P posted to the book from the exceptions worklist.           *
001080* NSL_POSTED_DATE is the statement day the book took the       *
001090* charge or adjustment on.                                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNOSTM TABLE
     (
     NSL_STMT_DATE                  CHAR (10)
                                    NOT NULL,
     NSL_SEQ                        DECIMAL (5)
                                    NOT NULL,
     NSL_VALUE_DATE                 CHAR (10)
                                    NOT NULL,
     NSL_DC                         CHAR (1)
                                    NOT NULL,
     NSL_TYPE                       CHAR (1)
                                    NOT NULL,
     NSL_AMOUNT                     DECIMAL (11,2)
                                    NOT NULL,
     NSL_CHARGES                    DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     NSL_REF                        CHAR (21)
                                    NOT NULL WITH DEFAULT,
     NSL_STATUS                     CHAR (1)
                                    NOT NULL,
     NSL_POSTED_DATE                CHAR (10)
                                    NOT NULL WITH DEFAULT,
     NSL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
