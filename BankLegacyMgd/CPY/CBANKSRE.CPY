000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRE.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the personal-data retention rules  *
001010* - one row per data class (PROFILE the BNKCUST record,         *
001020* ADDRHIST the BNKCADT/BNKCADTH address history, LOGINAUD the   *
001030* BNKLOGA/BNKLOGAH login audit, CONTACT the BNKCLOG contact     *
001040* log, STMT the BNKSTMT statement archive) holding the years    *
001050* it is kept once the customer's last account has closed.  A    *
001060* class with no row is kept for the period compiled into       *
001070* DPURG01P.  DPURG02P's annual purge reads these; the Retention *
001080* Rules screen maintains them.                                  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRETN TABLE
     (
     RTN_CLASS                      CHAR (8)
                                    NOT NULL,
     RTN_KEEP_YEARS                 DECIMAL (3)
                                    NOT NULL,
     RTN_BASIS                      CHAR (30)
                                    NOT NULL WITH DEFAULT,
     RTN_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     RTN_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     RTN_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
