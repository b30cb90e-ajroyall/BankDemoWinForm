000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSHC.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the hash-chain control table - one *
001010* row per chained evidence table (BNKTXN, BNKSADT, BNKMADT,     *
001020* BNKCADT, BNKLOGA).  HCC_LAST_SEQ/HASH/TS are the newest link  *
001030* DHASH01P handed out; updating the row to take the next link   *
001040* locks it, so writers to one table queue behind each other     *
001050* until they commit.  HCC_VERIFIED_* is the last link the       *
001060* nightly DHASH02P walk found sound, and HCC_BREAKS how many    *
001070* findings that walk raised.                                    *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKHCTL TABLE
     (
     HCC_TABLE                      CHAR (8)
                                    NOT NULL,
     HCC_LAST_SEQ                   DECIMAL (11)
                                    NOT NULL WITH DEFAULT,
     HCC_LAST_HASH                  CHAR (20)
                                    NOT NULL WITH DEFAULT,
     HCC_LAST_TS                    TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     HCC_VERIFIED_SEQ               DECIMAL (11)
                                    NOT NULL WITH DEFAULT,
     HCC_VERIFIED_HASH              CHAR (20)
                                    NOT NULL WITH DEFAULT,
     HCC_VERIFIED_TS                TIMESTAMP,
     HCC_BREAKS                     DECIMAL (7)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
