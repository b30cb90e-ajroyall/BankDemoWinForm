000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSPC.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the transaction processing cost    *
001010* table - what one BNKTXN posting of a given BTX_TYPE and       *
001020* BTX_CATEGORY costs the bank to process ('*' in either column  *
001030* matches anything; the most specific row wins).  DPROF02P      *
001040* charges each customer's monthly postings against it.  A       *
001050* posting no row covers costs nothing.                          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKPCOST TABLE
     (
     PCS_TYPE                       CHAR (1)
                                    NOT NULL,
     PCS_CATEGORY                   CHAR (1)
                                    NOT NULL,
     PCS_COST                       DECIMAL (5, 2)
                                    NOT NULL,
     PCS_DESC                       CHAR (30)
                                    NOT NULL WITH DEFAULT,
     PCS_UPDATED_BY                 CHAR (5)
                                    NOT NULL WITH DEFAULT,
     PCS_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     PCS_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
