000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSFS.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Statement Feed subscription    *
001010* table - one row per account whose BNKTXN activity goes out    *
001020* each business day as an electronic bank-to-customer           *
001030* statement: the format ('C' ISO 20022 camt.053, 'M' SWIFT      *
001040* MT940), the folder the file is delivered to, whether the      *
001050* feed is active ('A') or suspended ('S'), and the statement    *
001060* sequence and business date of the last file DSFED02P cut.     *
001070* Every file cut is logged on BNKSFLOG.                         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSFEED TABLE
     (
     SFS_ACCNO                      CHAR (9)
                                    NOT NULL,
     SFS_PID                        CHAR (5)
                                    NOT NULL,
     SFS_FORMAT                     CHAR (1)
                                    NOT NULL,
     SFS_DEST                       CHAR (60)
                                    NOT NULL,
     SFS_STATUS                     CHAR (1)
                                    NOT NULL,
     SFS_STMT_SEQ                   DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     SFS_LAST_DATE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SFS_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     SFS_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SFS_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
