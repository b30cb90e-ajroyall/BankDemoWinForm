000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRW.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the card rewards earn table - one  *
001010* row per BTX_CATEGORY giving the points a card debit of that   *
001020* category earns per 1.00 spent.  A category with no row (or a  *
001030* zero rate) earns nothing.  Maintained on the B124 screen      *
001040* through DRWRD01P, every change audited to BNKMADT.            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRWRT TABLE
     (
     RWR_CATEGORY                   CHAR (1)
                                    NOT NULL,
     RWR_RATE                       DECIMAL (5,2)
                                    NOT NULL,
     RWR_UPDATED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     RWR_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     RWR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
