000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the nostro balance table - one row *
001010* per correspondent statement DNOST02P has loaded: the          *
001020* correspondent's opening and closing balance and our book      *
001030* balance of the nostro at the same day.  The first statement   *
001040* takes the book on at the correspondent's opening balance;     *
001050* every later day rolls the previous book balance forward by    *
001060* the wires valued and the charges and adjustments posted.      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNOSBL TABLE
     (
     NSB_STMT_DATE                  CHAR (10)
                                    NOT NULL,
     NSB_ACCOUNT                    CHAR (18)
                                    NOT NULL WITH DEFAULT,
     NSB_OPEN_BAL                   DECIMAL (13,2)
                                    NOT NULL,
     NSB_CLOSE_BAL                  DECIMAL (13,2)
                                    NOT NULL,
     NSB_BOOK_BAL                   DECIMAL (13,2)
                                    NOT NULL,
     NSB_LOADED_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     NSB_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
